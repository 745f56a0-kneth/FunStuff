001392*                  CAN CROSS-FOOT THE TRAIL TO THE EXTRACT FILE.  *
001393*                  ROWS WRITTEN BEFORE THIS CHANGE CARRY SPACES   *
001394*                  AND ARE TAKEN AS ONE EXTRACT EACH.             *
001404* 10/15/2026 RC    ADDED GAU-EVENT-TYPE, CARVED FROM THE TRAILING *
001414*                  FILLER - THE HONOREE-EVENT ROW THE GREETING    *
001424*                  WAS FOR ("B" BIRTHDAY, "S" SERVICE, "A"        *
001434*                  ANNIVERSARY).  ROWS WRITTEN BEFORE THIS CHANGE *
001444*                  CARRY SPACES AND ARE TAKEN AS BIRTHDAYS; THE   *
001454*                  RUNLOG ROW CARRIES SPACES.                     *
001464*================================================================*
001500 01  GREET-AUDIT-REC.
001600     05  GAU-RUN-DATE           PIC X(10).
001700     05  FILLER                 PIC X(02)  VALUE SPACES.
002800     05  GAU-DUE-DATE           PIC X(10).
002900     05  FILLER                 PIC X(02)  VALUE SPACES.
003000     05  GAU-EXTRACT-COUNT      PIC 9(02).
003010     05  FILLER                 PIC X(02)  VALUE SPACES.
003020     05  GAU-EVENT-TYPE         PIC X(01).
003030         88  GAU-EVENT-BIRTHDAY         VALUE "B" " ".
003040         88  GAU-EVENT-SERVICE          VALUE "S".
003050         88  GAU-EVENT-ANNIVERSARY      VALUE "A".
003100     05  FILLER                 PIC X(17)  VALUE SPACES.
