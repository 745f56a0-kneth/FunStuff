000700*----------------------------------------------------------------*
000800* DATE       INIT  DESCRIPTION                                   *
000900* 08/09/2026 RC    ORIGINAL COPYBOOK.                             *
000910* 10/15/2026 RC    WIDENED 37 -> 120 FOR THE FULL HR FEED - HIRE  *
000920*                  DATE, BIRTH MONTH/DAY (HR DOES NOT SEND THE    *
000930*                  YEAR), DEPARTMENT, EMAIL ADDRESS, PREFERRED    *
000940*                  LANGUAGE AND THE HR GREETING OPT-OUT.  ZERO OR *
000950*                  BLANK MEANS HR HAS NOTHING ON FILE.  COMPARED  *
000960*                  AGAINST HONOREE-FILE BY HONHRFD.               *
001000*================================================================*
001100 01  HR-MASTER-REC.
001200     05  HRM-EMPLOYEE-ID        PIC X(06).
001400     05  HRM-STATUS             PIC X(01).
001500         88  HRM-EMPLOYEE-ACTIVE        VALUE "A".
001600         88  HRM-EMPLOYEE-TERMINATED    VALUE "T".
001700     05  HRM-HIRE-DATE.
001800         10  HRM-HIRE-YEAR      PIC 9(04).
001900         10  HRM-HIRE-MONTH     PIC 9(02).
002000         10  HRM-HIRE-DAY       PIC 9(02).
002100     05  HRM-BIRTH-DATE.
002200         10  HRM-BIRTH-MONTH    PIC 9(02).
002300         10  HRM-BIRTH-DAY      PIC 9(02).
002400     05  HRM-DEPT-CODE          PIC X(03).
002500     05  HRM-EMAIL-ADDR         PIC X(40).
002600     05  HRM-LANG-CODE          PIC X(02).
002700     05  HRM-GREET-PREF         PIC X(01).
002800     05  FILLER                 PIC X(25).
