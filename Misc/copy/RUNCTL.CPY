000100*================================================================*
000200* RUNCTL.CPY                                                     *
000300* RECORD LAYOUT FOR THE RUN-CONTROL LEDGER - ONE ROW PER BATCH   *
000400* STEP OF THE GREETING CYCLE (HONXREF, GREETING, EMLSTAT,        *
000500* GRTBAL, GAUDMON) PER BUSINESS DATE.  EACH STEP CHECKS ITS      *
000600* PREDECESSORS' ROWS BEFORE IT STARTS, WRITES ITS OWN ROW AS     *
000700* STARTED ("S"), AND REWRITES IT AT THE END AS COMPLETED ("C",   *
000800* RETURN CODE BELOW 8) OR FAILED ("F").  ONLY A COMPLETED ROW    *
000900* SATISFIES A SUCCESSOR.  A ROW LEFT AT "S" IS A RUN THAT        *
001000* ABENDED OR STOPPED ON AN ERROR AND MAY SIMPLY BE RESUBMITTED;  *
001100* A ROW AT "C" OR "F" IS NOT RUN AGAIN FOR THE SAME DATE UNTIL   *
001200* OPERATIONS AUTHORIZE A RERUN THROUGH RUNCTLU (RCL-AUTH-ACTION  *
001300* "R", SET BACK TO "U" WHEN THE RERUN STARTS).  RUNCTLU CAN ALSO *
001400* ACCEPT A FAILED RUN'S OUTPUT AFTER REVIEW ("A"), WHICH MARKS   *
001500* THE ROW COMPLETED SO THE CYCLE CAN GO ON.  THE KEY CARRIES THE *
001600* BUSINESS DATE AS CCYYMMDD SO THE LEDGER LISTS IN DATE ORDER.   *
001700*----------------------------------------------------------------*
001800* THE THREE COUNTS BY STEP:                                      *
001900*   STEP      INPUT              PROCESSED          OUTPUT       *
002000*   HONXREF   HONOREES READ      EVENT ROWS READ    XREF ROWS    *
002100*   GREETING  HONOREES READ      HONOREES GREETED   EXTRACTS     *
002200*   EMLSTAT   DISPOSITIONS READ  FAILED             REQUEUED     *
002300*   GRTBAL    HONOREES GREETED   DISPOSITIONS       EXTRACTS     *
002400*   GAUDMON   EVENTS DUE         AUDIT ROWS MATCHED ALERTS       *
002500*----------------------------------------------------------------*
002600* MODIFICATION HISTORY                                           *
002700*----------------------------------------------------------------*
002800* DATE       INIT  DESCRIPTION                                   *
002900* 10/15/2026 RC    ORIGINAL COPYBOOK.                             *
003000*================================================================*
003100 01  RUN-CONTROL-REC.
003200     05  RCL-RUN-KEY.
003300         10  RCL-BUSINESS-YMD   PIC X(08).
003400         10  RCL-STEP-NAME      PIC X(08).
003500     05  RCL-BUSINESS-DATE      PIC X(10).
003600     05  RCL-STEP-STATUS        PIC X(01).
003700         88  RCL-STEP-STARTED           VALUE "S".
003800         88  RCL-STEP-COMPLETED         VALUE "C".
003900         88  RCL-STEP-FAILED            VALUE "F".
004000         88  RCL-STEP-ENDED             VALUE "C" "F".
004100     05  RCL-START-DATE         PIC X(10).
004200     05  RCL-START-TIME         PIC X(08).
004300     05  RCL-END-DATE           PIC X(10).
004400     05  RCL-END-TIME           PIC X(08).
004500     05  RCL-RETURN-CODE        PIC 9(04).
004600     05  RCL-RUN-COUNT          PIC 9(03).
004700     05  RCL-INPUT-COUNT        PIC 9(07).
004800     05  RCL-PROCESSED-COUNT    PIC 9(07).
004900     05  RCL-OUTPUT-COUNT       PIC 9(07).
005000     05  RCL-AUTH-ACTION        PIC X(01).
005100         88  RCL-NO-AUTHORIZATION       VALUE SPACE.
005200         88  RCL-RERUN-AUTHORIZED       VALUE "R".
005300         88  RCL-RERUN-USED             VALUE "U".
005400         88  RCL-FAILURE-ACCEPTED       VALUE "A".
005500     05  RCL-AUTH-OPERATOR      PIC X(08).
005600     05  RCL-AUTH-DATE          PIC X(10).
005700     05  RCL-AUTH-TIME          PIC X(08).
005800     05  RCL-AUTH-REASON        PIC X(30).
005900     05  FILLER                 PIC X(12).
