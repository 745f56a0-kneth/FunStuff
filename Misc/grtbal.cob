002040*                  ROWS AGAINST WHATEVER EXTRACT FILE IS          *
002050*                  CATALOGUED TODAY AND COULD SET OR MISS THE     *
002060*                  SCHEDULER-HOLDING RETURN CODE WRONGLY.         *
002062* 10/15/2026 RC    RUN-CONTROL LEDGER - BEFORE THE REPORT IS      *
002064*                  OPENED THE RUN STOPS WITH RETURN CODE 12 WHEN  *
002066*                  EMLSTAT HAS NOT COMPLETED FOR THE RUN DATE     *
002068*                  (BALANCING BEFORE THE RETURNS ARE PROCESSED)   *
002070*                  OR WHEN GRTBAL ALREADY RAN TO ITS END FOR THE  *
002072*                  DATE WITHOUT A RERUN AUTHORIZED THROUGH        *
002074*                  RUNCTLU.  THE START, END, RETURN CODE AND      *
002076*                  COUNTS ARE LEDGERED; AN OUT-OF-BALANCE RUN IS  *
002078*                  LEDGERED AS FAILED.                            *
002100*================================================================*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003900
004000     SELECT BALANCE-RPT        ASSIGN TO GRTBALRP
004100                               ORGANIZATION IS LINE SEQUENTIAL.
004110
004120     SELECT RUN-CONTROL        ASSIGN TO RUNCTL
004130                               ORGANIZATION IS INDEXED
004140                               ACCESS MODE IS RANDOM
004150                               RECORD KEY IS RCL-RUN-KEY
004160                               FILE STATUS IS WS-RUNCTL-STATUS.
004200*================================================================*
004300 DATA DIVISION.
004400 FILE SECTION.
006900 FD  BALANCE-RPT
007000     RECORDING MODE IS F.
007100 01  BALANCE-RPT-REC            PIC X(100).
007110*----------------------------------------------------------------*
007120* RUN-CONTROL - THE BATCH CYCLE LEDGER: EMLSTAT MUST HAVE        *
007130* COMPLETED FOR THE RUN DATE, AND THIS RUN'S OWN START AND END   *
007140* ARE RECORDED                                                   *
007150*----------------------------------------------------------------*
007160 FD  RUN-CONTROL
007170     RECORDING MODE IS F.
007180     COPY RUNCTL.
007200 WORKING-STORAGE SECTION.
007300*----------------------------------------------------------------*
007400* RUN-DATE AND CHECK-DATE WORK AREAS                             *
011400 77  WS-UNRECOG-COUNT           PIC 9(07)  COMP  VALUE ZERO.
011500 77  WS-EXTRACT-DIFF            PIC S9(07) COMP  VALUE ZERO.
011600 77  WS-UNACCOUNTED             PIC S9(07) COMP  VALUE ZERO.
011605 77  WS-DISPOSITION-COUNT       PIC 9(07)  COMP  VALUE ZERO.
011610*----------------------------------------------------------------*
011615* RUN-CONTROL LEDGER WORK AREAS                                  *
011620*----------------------------------------------------------------*
011625 77  WS-RUNCTL-STATUS           PIC X(02).
011630     88  RUNCTL-STATUS-OK               VALUE "00".
011635     88  RUNCTL-NOT-FOUND               VALUE "35".
011640 77  WS-STEP-NAME               PIC X(08)  VALUE "GRTBAL".
011645 77  WS-PRED-STEP               PIC X(08).
011650 77  WS-BUSINESS-DATE           PIC X(10).
011655 77  WS-BUSINESS-YMD            PIC X(08).
011660 77  WS-LEDGER-TODAY            PIC X(21).
011665 77  WS-LEDGER-DATE             PIC X(10).
011670 77  WS-LEDGER-TIME             PIC X(08).
011675 77  WS-LEDGER-ROW-SWITCH       PIC X(01)  VALUE "N".
011680     88  LEDGER-ROW-ON-FILE             VALUE "Y".
011685 77  WS-LEDGER-SWITCH           PIC X(01)  VALUE "N".
011690     88  LEDGER-ROW-STARTED             VALUE "Y".
011700*----------------------------------------------------------------*
011800* REPORT LINE WORK AREAS                                          *
011900*----------------------------------------------------------------*
014600*----------------------------------------------------------------*
014700* 1000-INITIALIZE - CONFIRM THE RUN DATE TO BALANCE (BLANK       *
014800*                   OPERATOR REPLY = TODAY; ONLY TODAY IS        *
014850*                   ACCEPTED), CHECK THE RUN-CONTROL LEDGER,     *
014900*                   OPEN THE REPORT, PRINT HEADING               *
015000*----------------------------------------------------------------*
015100 1000-INITIALIZE.
015200     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
018310         STOP RUN
018320     END-IF
018330
018340     MOVE WS-CHECK-DATE         TO WS-BUSINESS-DATE
018350     PERFORM 1600-CHECK-RUN-LEDGER THRU 1600-EXIT
018360
018400     OPEN OUTPUT BALANCE-RPT
018500     MOVE WS-CHECK-DATE         TO HDG-CHECK-DATE
018600     WRITE BALANCE-RPT-REC      FROM WS-HEADING-LINE
018700     .
018800 1000-EXIT.
018900     EXIT.
018901*----------------------------------------------------------------*
018902* 1600-CHECK-RUN-LEDGER - OPEN THE RUN-CONTROL LEDGER (CREATING  *
018903*                         IT ON FIRST USE), REFUSE THE RUN WHEN  *
018904*                         A PREDECESSOR HAS NOT COMPLETED FOR    *
018905*                         THE BUSINESS DATE OR THIS STEP ALREADY *
018906*                         RAN TO ITS END FOR IT WITHOUT A RERUN  *
018907*                         AUTHORIZATION, THEN LEDGER THE START   *
018908*----------------------------------------------------------------*
018909 1600-CHECK-RUN-LEDGER.
018910     OPEN I-O RUN-CONTROL
018911     IF RUNCTL-NOT-FOUND
018912         OPEN OUTPUT RUN-CONTROL
018913         CLOSE RUN-CONTROL
018914         OPEN I-O RUN-CONTROL
018915     END-IF
018916     IF NOT RUNCTL-STATUS-OK
018917         DISPLAY "UNABLE TO OPEN RUN-CONTROL - FILE STATUS = "
018918             WS-RUNCTL-STATUS
018919         MOVE 16 TO RETURN-CODE
018920         STOP RUN
018921     END-IF
018922
018923     MOVE WS-BUSINESS-DATE (7:4) TO WS-BUSINESS-YMD (1:4)
018924     MOVE WS-BUSINESS-DATE (1:2) TO WS-BUSINESS-YMD (5:2)
018925     MOVE WS-BUSINESS-DATE (4:2) TO WS-BUSINESS-YMD (7:2)
018926
018927     MOVE "EMLSTAT"             TO WS-PRED-STEP
018928     PERFORM 1610-CHECK-PREDECESSOR THRU 1610-EXIT
018929
018930     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
018931     MOVE WS-STEP-NAME          TO RCL-STEP-NAME
018932     READ RUN-CONTROL
018933         INVALID KEY
018934             MOVE "N"           TO WS-LEDGER-ROW-SWITCH
018935         NOT INVALID KEY
018936             MOVE "Y"           TO WS-LEDGER-ROW-SWITCH
018937     END-READ
018938
018939     IF  LEDGER-ROW-ON-FILE
018940     AND RCL-STEP-ENDED
018941     AND NOT RCL-RERUN-AUTHORIZED
018942         DISPLAY "RUN REFUSED - " WS-STEP-NAME
018943             " ALREADY RAN FOR BUSINESS DATE " WS-BUSINESS-DATE
018944         DISPLAY "  ENDED " RCL-END-DATE " " RCL-END-TIME
018945             " STATUS " RCL-STEP-STATUS
018946             " RETURN CODE " RCL-RETURN-CODE
018947         DISPLAY "  A DELIBERATE RERUN MUST FIRST BE AUTHORIZED"
018948             " THROUGH RUNCTLU"
018949         CLOSE RUN-CONTROL
018950         MOVE 12 TO RETURN-CODE
018951         STOP RUN
018952     END-IF
018953
018954     PERFORM 1620-START-LEDGER-ROW THRU 1620-EXIT
018955     CLOSE RUN-CONTROL
018956     .
018957 1600-EXIT.
018958     EXIT.
018959*----------------------------------------------------------------*
018960* 1610-CHECK-PREDECESSOR - REFUSE THE RUN UNLESS WS-PRED-STEP    *
018961*                          COMPLETED FOR THE BUSINESS DATE - NO  *
018962*                          ROW, A ROW STILL AT STARTED, AND A    *
018963*                          FAILED ROW ARE EACH REPORTED          *
018964*----------------------------------------------------------------*
018965 1610-CHECK-PREDECESSOR.
018966     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
018967     MOVE WS-PRED-STEP          TO RCL-STEP-NAME
018968     READ RUN-CONTROL
018969         INVALID KEY
018970             DISPLAY "RUN REFUSED - PREDECESSOR " WS-PRED-STEP
018971                 " HAS NOT RUN FOR BUSINESS DATE "
018972                 WS-BUSINESS-DATE
018973             CLOSE RUN-CONTROL
018974             MOVE 12 TO RETURN-CODE
018975             STOP RUN
018976     END-READ
018977
018978     IF RCL-STEP-COMPLETED
018979         GO TO 1610-EXIT
018980     END-IF
018981
018982     IF RCL-STEP-STARTED
018983         DISPLAY "RUN REFUSED - PREDECESSOR " WS-PRED-STEP
018984             " DID NOT FINISH FOR BUSINESS DATE " WS-BUSINESS-DATE
018985         DISPLAY "  STARTED " RCL-START-DATE " " RCL-START-TIME
018986             " WITH NO END RECORDED - RESUBMIT " WS-PRED-STEP
018987     ELSE
018988         DISPLAY "RUN REFUSED - PREDECESSOR " WS-PRED-STEP
018989             " FAILED FOR BUSINESS DATE " WS-BUSINESS-DATE
018990         DISPLAY "  ENDED " RCL-END-DATE " " RCL-END-TIME
018991             " WITH RETURN CODE " RCL-RETURN-CODE
018992     END-IF
018993     CLOSE RUN-CONTROL
018994     MOVE 12 TO RETURN-CODE
018995     STOP RUN
018996     .
018997 1610-EXIT.
018998     EXIT.
018999*----------------------------------------------------------------*
019000* 1620-START-LEDGER-ROW - WRITE THIS STEP'S ROW AS STARTED - OR, *
019001*                         ON A RESUBMISSION AFTER AN ABEND OR AN *
019002*                         AUTHORIZED RERUN, REWRITE THE ROW      *
019003*                         ALREADY ON FILE                        *
019004*----------------------------------------------------------------*
019005 1620-START-LEDGER-ROW.
019006     PERFORM 1630-SET-LEDGER-TIME THRU 1630-EXIT
019007     IF LEDGER-ROW-ON-FILE
019008         ADD 1                  TO RCL-RUN-COUNT
019009         IF RCL-RERUN-AUTHORIZED
019010             DISPLAY "RERUN OF " WS-STEP-NAME " FOR "
019011                 WS-BUSINESS-DATE " AUTHORIZED BY "
019012                 RCL-AUTH-OPERATOR
019013             MOVE "U"           TO RCL-AUTH-ACTION
019014         END-IF
019015     ELSE
019016         MOVE SPACES            TO RUN-CONTROL-REC
019017         MOVE WS-BUSINESS-YMD   TO RCL-BUSINESS-YMD
019018         MOVE WS-STEP-NAME      TO RCL-STEP-NAME
019019         MOVE 1                 TO RCL-RUN-COUNT
019020     END-IF
019021     MOVE WS-BUSINESS-DATE      TO RCL-BUSINESS-DATE
019022     MOVE "S"                   TO RCL-STEP-STATUS
019023     MOVE WS-LEDGER-DATE        TO RCL-START-DATE
019024     MOVE WS-LEDGER-TIME        TO RCL-START-TIME
019025     MOVE SPACES                TO RCL-END-DATE
019026                                   RCL-END-TIME
019027     MOVE ZERO                  TO RCL-RETURN-CODE
019028                                   RCL-INPUT-COUNT
019029                                   RCL-PROCESSED-COUNT
019030                                   RCL-OUTPUT-COUNT
019031     IF LEDGER-ROW-ON-FILE
019032         REWRITE RUN-CONTROL-REC
019033     ELSE
019034         WRITE RUN-CONTROL-REC
019035     END-IF
019036     IF NOT RUNCTL-STATUS-OK
019037         DISPLAY "UNABLE TO LEDGER THE START OF " WS-STEP-NAME
019038             " - FILE STATUS = " WS-RUNCTL-STATUS
019039         CLOSE RUN-CONTROL
019040         MOVE 16 TO RETURN-CODE
019041         STOP RUN
019042     END-IF
019043     MOVE "Y"                   TO WS-LEDGER-SWITCH
019044     .
019045 1620-EXIT.
019046     EXIT.
019047*----------------------------------------------------------------*
019048* 1630-SET-LEDGER-TIME - CURRENT DATE (MM/DD/CCYY) AND TIME      *
019049*                        (HH:MM:SS) FOR THE LEDGER ROW           *
019050*----------------------------------------------------------------*
019051 1630-SET-LEDGER-TIME.
019052     MOVE FUNCTION CURRENT-DATE TO WS-LEDGER-TODAY
019053     STRING WS-LEDGER-TODAY (5:2)  DELIMITED BY SIZE
019054            "/"                    DELIMITED BY SIZE
019055            WS-LEDGER-TODAY (7:2)  DELIMITED BY SIZE
019056            "/"                    DELIMITED BY SIZE
019057            WS-LEDGER-TODAY (1:4)  DELIMITED BY SIZE
019058       INTO WS-LEDGER-DATE
019059     STRING WS-LEDGER-TODAY (9:2)  DELIMITED BY SIZE
019060            ":"                    DELIMITED BY SIZE
019061            WS-LEDGER-TODAY (11:2) DELIMITED BY SIZE
019062            ":"                    DELIMITED BY SIZE
019063            WS-LEDGER-TODAY (13:2) DELIMITED BY SIZE
019064       INTO WS-LEDGER-TIME
019065     .
019066 1630-EXIT.
019067     EXIT.
019068*----------------------------------------------------------------*
019100* 2000-COUNT-AUDIT - ONE PASS OVER THE AUDIT TRAIL: COUNT THE    *
019200*                    RUN DATE'S PER-HONOREE ROWS AND SUM THE     *
019300*                    EXTRACTS EACH SAYS IT WROTE (A PRE-CHANGE   *
035700     WRITE BALANCE-RPT-REC      FROM WS-VERDICT-LINE
035800
035900     CLOSE BALANCE-RPT
035910
035920     ADD WS-DELIVERED-COUNT WS-FAILED-COUNT WS-UNRECOG-COUNT
035930         GIVING WS-DISPOSITION-COUNT
035940     PERFORM 9500-END-LEDGER-ROW  THRU 9500-EXIT
036000     .
036100 9000-EXIT.
036200     EXIT.
036201*----------------------------------------------------------------*
036202* 9500-END-LEDGER-ROW - REWRITE THIS STEP'S LEDGER ROW WITH THE  *
036203*                       END TIME, THE FINAL RETURN CODE AND THE  *
036204*                       RUN COUNTS - COMPLETED BELOW RETURN CODE *
036205*                       8, FAILED AT 8 OR ABOVE                  *
036206*----------------------------------------------------------------*
036207 9500-END-LEDGER-ROW.
036208     IF NOT LEDGER-ROW-STARTED
036209         GO TO 9500-EXIT
036210     END-IF
036211     PERFORM 1630-SET-LEDGER-TIME THRU 1630-EXIT
036212     OPEN I-O RUN-CONTROL
036213     IF NOT RUNCTL-STATUS-OK
036214         DISPLAY "UNABLE TO OPEN RUN-CONTROL - FILE STATUS = "
036215             WS-RUNCTL-STATUS
036216         DISPLAY "LEDGER ROW FOR " WS-STEP-NAME " "
036217             WS-BUSINESS-DATE " IS LEFT AT STARTED"
036218         MOVE 16 TO RETURN-CODE
036219         GO TO 9500-EXIT
036220     END-IF
036221
036222     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
036223     MOVE WS-STEP-NAME          TO RCL-STEP-NAME
036224     READ RUN-CONTROL
036225         INVALID KEY
036226             DISPLAY "LEDGER ROW FOR " WS-STEP-NAME " "
036227                 WS-BUSINESS-DATE " IS MISSING - END NOT RECORDED"
036228             CLOSE RUN-CONTROL
036229             MOVE 16 TO RETURN-CODE
036230             GO TO 9500-EXIT
036231     END-READ
036232
036233     MOVE RETURN-CODE           TO RCL-RETURN-CODE
036234     IF RETURN-CODE < 8
036235         MOVE "C"               TO RCL-STEP-STATUS
036236     ELSE
036237         MOVE "F"               TO RCL-STEP-STATUS
036238     END-IF
036239     MOVE WS-LEDGER-DATE        TO RCL-END-DATE
036240     MOVE WS-LEDGER-TIME        TO RCL-END-TIME
036241     MOVE WS-GREETED-COUNT      TO RCL-INPUT-COUNT
036242     MOVE WS-DISPOSITION-COUNT  TO RCL-PROCESSED-COUNT
036243     MOVE WS-EXTRACTS-WRITTEN   TO RCL-OUTPUT-COUNT
036244     REWRITE RUN-CONTROL-REC
036245     IF NOT RUNCTL-STATUS-OK
036246         DISPLAY "UNABLE TO LEDGER THE END OF " WS-STEP-NAME
036247             " - FILE STATUS = " WS-RUNCTL-STATUS
036248         MOVE 16 TO RETURN-CODE
036249     END-IF
036250     CLOSE RUN-CONTROL
036251     .
036252 9500-EXIT.
036253     EXIT.
036300*================================================================*
