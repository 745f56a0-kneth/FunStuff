001490*                  AN APPLIED-CHANGES REPORT, WITH THE OLD        *
001491*                  REPORT-ONLY BEHAVIOR KEPT AS THE DEFAULT FOR   *
001492*                  MONTHS WE WANT TO REVIEW FIRST.                *
001493* 10/15/2026 RC    JOURNAL EVERY APPLY-MODE DEACTIVATION TO       *
001494*                  HONJRNL WITH BEFORE AND AFTER IMAGES UNDER     *
001495*                  OPERATOR ID HONRECON, AS HONMAINT DOES FOR ITS *
001496*                  OWN DEACTIVATES, SO THE CHANGE SHOWS ON        *
001497*                  HONJRPT AND A FORWARD RECOVERY FROM A HONUTIL  *
001498*                  BACKUP CAN REPLAY IT.                          *
001500*================================================================*
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
003510
003520     SELECT HR-RECON-APPLY-RPT ASSIGN TO HRRECAPL
003530                               ORGANIZATION IS LINE SEQUENTIAL.
003540
003550     SELECT HONOREE-JRNL       ASSIGN TO HONJRNL
003560                               ORGANIZATION IS LINE SEQUENTIAL.
003600*================================================================*
003700 DATA DIVISION.
003800 FILE SECTION.
006484     05  APL-HONOREE-NAME       PIC X(30).
006485     05  FILLER                 PIC X(02)  VALUE SPACES.
006486     05  APL-MESSAGE            PIC X(40).
006487*----------------------------------------------------------------*
006488* HONOREE-JRNL - CHANGE JOURNAL, SHARED WITH HONMAINT, APPENDED  *
006489* FOR EVERY DEACTIVATION APPLIED (APPLY MODE ONLY)               *
006490*----------------------------------------------------------------*
006491 FD  HONOREE-JRNL
006492     RECORDING MODE IS F.
006493     COPY HONJRNL.
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------------*
006700* RUN-DATE WORK AREAS                                            *
008470     88  APPLY-MODE                      VALUE "A".
008480     88  REPORT-ONLY-MODE                VALUE "R".
008490 01  WS-EXCEPTION-REASON        PIC X(40).
008495*----------------------------------------------------------------*
008500* JOURNAL WORK AREAS - APPLY-MODE CHANGES ARE JOURNALED UNDER    *
008505* THE PROGRAM NAME AS THE OPERATOR                               *
008510*----------------------------------------------------------------*
008515 01  WS-BATCH-OPERATOR          PIC X(08)  VALUE "HONRECON".
008520 01  WS-BEFORE-IMAGE            PIC X(92).
008525 01  WS-AFTER-IMAGE             PIC X(92).
008530 01  WS-JRNL-TODAY              PIC X(21).
008535 01  WS-JRNL-DATE               PIC X(10).
008540 01  WS-JRNL-TIME               PIC X(08).
008545*================================================================*
008600 PROCEDURE DIVISION.
008700*================================================================*
008800* 0000-MAINLINE - CONTROLS OVERALL PROGRAM FLOW                  *
010260     END-IF
010300     OPEN OUTPUT HR-RECON-EXCEPT-RPT
010310     OPEN OUTPUT HR-RECON-APPLY-RPT
010320     IF APPLY-MODE
010330         OPEN EXTEND HONOREE-JRNL
010340     END-IF
010400
010500     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
010600     MOVE WS-TODAY (1:4)        TO WS-CURRENT-YEAR
016864     MOVE WS-EXCEPTION-REASON   TO APL-MESSAGE
016865     INSPECT APL-MESSAGE REPLACING FIRST
016866         "ACTIVE HONOREE " BY "DEACTIVATED  - "
016868     MOVE HONOREE-REC           TO WS-BEFORE-IMAGE
016870     MOVE "N" TO HON-ACTIVE-FLAG
016872     MOVE HONOREE-REC           TO WS-AFTER-IMAGE
016874     REWRITE HONOREE-REC
016876     PERFORM 2400-WRITE-JOURNAL THRU 2400-EXIT
016878     WRITE HR-RECON-APPLY-REC
016880     .
016882 2300-EXIT.
016884     EXIT.
016886*----------------------------------------------------------------*
016888* 2400-WRITE-JOURNAL - WRITE THE HONJRNL DEACTIVATE ROW FOR THE  *
016890*                      HONOREE-REC JUST REWRITTEN                *
016892*----------------------------------------------------------------*
016894 2400-WRITE-JOURNAL.
016896     MOVE FUNCTION CURRENT-DATE TO WS-JRNL-TODAY
016898     STRING WS-JRNL-TODAY (5:2)  DELIMITED BY SIZE
016900            "/"                  DELIMITED BY SIZE
016902            WS-JRNL-TODAY (7:2)  DELIMITED BY SIZE
016904            "/"                  DELIMITED BY SIZE
016906            WS-JRNL-TODAY (1:4)  DELIMITED BY SIZE
016908       INTO WS-JRNL-DATE
016910     STRING WS-JRNL-TODAY (9:2)  DELIMITED BY SIZE
016912            ":"                  DELIMITED BY SIZE
016914            WS-JRNL-TODAY (11:2) DELIMITED BY SIZE
016916            ":"                  DELIMITED BY SIZE
016918            WS-JRNL-TODAY (13:2) DELIMITED BY SIZE
016920       INTO WS-JRNL-TIME
016922
016924     MOVE WS-JRNL-DATE          TO HJR-RUN-DATE
016926     MOVE WS-JRNL-TIME          TO HJR-TIME
016928     MOVE WS-BATCH-OPERATOR     TO HJR-OPERATOR-ID
016930     MOVE "D"                   TO HJR-TRAN-TYPE
016932     MOVE WS-BEFORE-IMAGE       TO HJR-BEFORE-IMAGE
016934     MOVE WS-AFTER-IMAGE        TO HJR-AFTER-IMAGE
016936     WRITE HONOREE-JRNL-REC
016938     .
016940 2400-EXIT.
016942     EXIT.
016944*----------------------------------------------------------------*
017000* 9000-TERMINATE - CLOSE FILES AND END THE RUN                   *
017100*----------------------------------------------------------------*
017200 9000-TERMINATE.
017400     CLOSE HR-MASTER-FILE
017500     CLOSE HR-RECON-EXCEPT-RPT
017510     CLOSE HR-RECON-APPLY-RPT
017520     IF APPLY-MODE
017530         CLOSE HONOREE-JRNL
017540     END-IF
017600     .
017700 9000-EXIT.
017800     EXIT.
