000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.       RUNCTLU.
000300 AUTHOR.           R COTTRELL.
000400 INSTALLATION.     OPERATIONS SUPPORT.
000500 DATE-WRITTEN.     10/15/2026.
000600 DATE-COMPILED.    10/15/2026.
000700*================================================================*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                   *
001100* 10/15/2026 RC    ORIGINAL PROGRAM - OPERATIONS UTILITY OVER THE *
001200*                  RUN-CONTROL LEDGER KEPT BY HONXREF, GREETING,  *
001300*                  EMLSTAT, GRTBAL AND GAUDMON.  LIST MODE PRINTS *
001400*                  THE LEDGER IN BUSINESS-DATE ORDER FROM AN      *
001500*                  OPTIONAL STARTING DATE; RERUN MODE AUTHORIZES  *
001600*                  ONE DELIBERATE RERUN OF A STEP THAT ALREADY RAN*
001700*                  TO ITS END FOR A DATE; ACCEPT MODE MARKS A     *
001800*                  FAILED STEP COMPLETED AFTER OPERATIONS HAVE    *
001900*                  REVIEWED ITS OUTPUT, SO THE CYCLE CAN GO ON    *
002000*                  WITHOUT REPEATING WORK ALREADY DONE.  EVERY    *
002100*                  AUTHORIZATION CARRIES THE OPERATOR, DATE, TIME *
002200*                  AND REASON ON THE LEDGER ROW.                  *
002300*================================================================*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
002700 OBJECT-COMPUTER.  IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RUN-CONTROL        ASSIGN TO RUNCTL
003100                               ORGANIZATION IS INDEXED
003200                               ACCESS MODE IS DYNAMIC
003300                               RECORD KEY IS RCL-RUN-KEY
003400                               FILE STATUS IS WS-RUNCTL-STATUS.
003500
003600     SELECT CONTROL-RPT        ASSIGN TO RUNCTLRP
003700                               ORGANIZATION IS LINE SEQUENTIAL.
003800*================================================================*
003900 DATA DIVISION.
004000 FILE SECTION.
004100*----------------------------------------------------------------*
004200* RUN-CONTROL - THE BATCH CYCLE LEDGER, ONE ROW PER STEP PER     *
004300* BUSINESS DATE                                                  *
004400*----------------------------------------------------------------*
004500 FD  RUN-CONTROL
004600     RECORDING MODE IS F.
004700     COPY RUNCTL.
004800*----------------------------------------------------------------*
004900* CONTROL-RPT - THE LEDGER LISTING AND THE OUTCOME OF EVERY      *
005000* AUTHORIZATION                                                  *
005100*----------------------------------------------------------------*
005200 FD  CONTROL-RPT
005300     RECORDING MODE IS F.
005400 01  CONTROL-RPT-REC            PIC X(120).
005500 WORKING-STORAGE SECTION.
005600*----------------------------------------------------------------*
005700* RUN-DATE WORK AREAS                                            *
005800*----------------------------------------------------------------*
005900 77  WS-TODAY                   PIC X(21).
006000 01  WS-CURRENT-DATE-R.
006100     05  WS-CURRENT-YEAR        PIC 9(04).
006200     05  WS-CURRENT-MONTH       PIC 9(02).
006300     05  WS-CURRENT-DAY         PIC 9(02).
006400 77  WS-PRINT-DATE              PIC X(10).
006500 77  WS-PRINT-TIME              PIC X(08).
006600*----------------------------------------------------------------*
006700* RUN MODE - L = LIST, R = AUTHORIZE A RERUN, A = ACCEPT A       *
006800* FAILED RUN                                                     *
006900*----------------------------------------------------------------*
007000 01  WS-RUN-MODE                PIC X(01).
007100     88  LIST-MODE                       VALUE "L".
007200     88  RERUN-MODE                      VALUE "R".
007300     88  ACCEPT-MODE                     VALUE "A".
007400*----------------------------------------------------------------*
007500* OPERATOR REPLIES - THE BUSINESS DATE, STEP, OPERATOR AND       *
007600* REASON OF AN AUTHORIZATION, OR THE STARTING DATE OF A LISTING  *
007700*----------------------------------------------------------------*
007800 01  WS-REQUEST-DATE            PIC X(10).
007900 01  WS-REQUEST-DATE-R REDEFINES WS-REQUEST-DATE.
008000     05  WS-REQUEST-MONTH       PIC 9(02).
008100     05  FILLER                 PIC X(01).
008200     05  WS-REQUEST-DAY         PIC 9(02).
008300     05  FILLER                 PIC X(01).
008400     05  WS-REQUEST-YEAR        PIC 9(04).
008500 77  WS-REQUEST-YMD             PIC X(08).
008600 01  WS-REQUEST-STEP            PIC X(08).
008700     88  KNOWN-STEP                      VALUE "HONXREF"
008800                                               "GREETING"
008900                                               "EMLSTAT"
009000                                               "GRTBAL"
009100                                               "GAUDMON".
009200 01  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
009300 01  WS-AUTH-REASON             PIC X(30)  VALUE SPACES.
009400*----------------------------------------------------------------*
009500* FILE STATUS AND CONTROL SWITCHES                               *
009600*----------------------------------------------------------------*
009700 77  WS-RUNCTL-STATUS           PIC X(02).
009800     88  RUNCTL-STATUS-OK               VALUE "00".
009900     88  RUNCTL-NOT-FOUND               VALUE "35".
010000 77  WS-LEDGER-EOF-SWITCH       PIC X(01)  VALUE "N".
010100     88  LEDGER-EOF                      VALUE "Y".
010200 77  WS-ROW-COUNT               PIC 9(05)  COMP  VALUE ZERO.
010300 77  WS-ROW-COUNT-EDIT          PIC ZZZZ9.
010400*----------------------------------------------------------------*
010500* REPORT LINE WORK AREAS                                         *
010600*----------------------------------------------------------------*
010700 01  WS-MESSAGE-LINE.
010800     05  MSG-RUN-DATE           PIC X(10).
010900     05  FILLER                 PIC X(02)  VALUE SPACES.
011000     05  MSG-TEXT               PIC X(80).
011100     05  FILLER                 PIC X(28)  VALUE SPACES.
011200 01  WS-HEADING-LINE.
011300     05  FILLER                 PIC X(10)  VALUE "BUS DATE".
011400     05  FILLER                 PIC X(02)  VALUE SPACES.
011500     05  FILLER                 PIC X(10)  VALUE "STEP".
011600     05  FILLER                 PIC X(03)  VALUE "ST".
011700     05  FILLER                 PIC X(21)  VALUE "STARTED".
011800     05  FILLER                 PIC X(21)  VALUE "ENDED".
011900     05  FILLER                 PIC X(06)  VALUE "  RC".
012000     05  FILLER                 PIC X(05)  VALUE "RUNS".
012100     05  FILLER                 PIC X(08)  VALUE "  INPUT".
012200     05  FILLER                 PIC X(08)  VALUE "  PROC".
012300     05  FILLER                 PIC X(09)  VALUE "  OUTPUT".
012400     05  FILLER                 PIC X(17)  VALUE "AUTH".
012500 01  WS-DETAIL-LINE.
012600     05  DTL-BUSINESS-DATE      PIC X(10).
012700     05  FILLER                 PIC X(02)  VALUE SPACES.
012800     05  DTL-STEP-NAME          PIC X(08).
012900     05  FILLER                 PIC X(02)  VALUE SPACES.
013000     05  DTL-STEP-STATUS        PIC X(01).
013100     05  FILLER                 PIC X(02)  VALUE SPACES.
013200     05  DTL-START-DATE         PIC X(10).
013300     05  FILLER                 PIC X(01)  VALUE SPACES.
013400     05  DTL-START-TIME         PIC X(08).
013500     05  FILLER                 PIC X(02)  VALUE SPACES.
013600     05  DTL-END-DATE           PIC X(10).
013700     05  FILLER                 PIC X(01)  VALUE SPACES.
013800     05  DTL-END-TIME           PIC X(08).
013900     05  FILLER                 PIC X(02)  VALUE SPACES.
014000     05  DTL-RETURN-CODE        PIC ZZZ9.
014100     05  FILLER                 PIC X(02)  VALUE SPACES.
014200     05  DTL-RUN-COUNT          PIC ZZ9.
014300     05  FILLER                 PIC X(01)  VALUE SPACES.
014400     05  DTL-INPUT-COUNT        PIC ZZZZZZ9.
014500     05  FILLER                 PIC X(01)  VALUE SPACES.
014600     05  DTL-PROCESSED-COUNT    PIC ZZZZZZ9.
014700     05  FILLER                 PIC X(01)  VALUE SPACES.
014800     05  DTL-OUTPUT-COUNT       PIC ZZZZZZ9.
014900     05  FILLER                 PIC X(02)  VALUE SPACES.
015000     05  DTL-AUTH-ACTION        PIC X(01).
015100     05  FILLER                 PIC X(01)  VALUE SPACES.
015200     05  DTL-AUTH-OPERATOR      PIC X(08).
015300     05  FILLER                 PIC X(07)  VALUE SPACES.
015400 01  WS-AUTH-LINE.
015500     05  FILLER                 PIC X(12)  VALUE SPACES.
015600     05  FILLER                 PIC X(14)  VALUE "AUTHORIZED ON ".
015700     05  ATH-AUTH-DATE          PIC X(10).
015800     05  FILLER                 PIC X(01)  VALUE SPACES.
015900     05  ATH-AUTH-TIME          PIC X(08).
016000     05  FILLER                 PIC X(09)  VALUE " REASON: ".
016100     05  ATH-AUTH-REASON        PIC X(30).
016200     05  FILLER                 PIC X(36)  VALUE SPACES.
016300*================================================================*
016400 PROCEDURE DIVISION.
016500*================================================================*
016600* 0000-MAINLINE - CONTROLS OVERALL PROGRAM FLOW                  *
016700*================================================================*
016800 0000-MAINLINE.
016900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017000     EVALUATE TRUE
017100         WHEN LIST-MODE
017200             PERFORM 2000-LIST-LEDGER THRU 2000-EXIT
017300         WHEN RERUN-MODE
017400             PERFORM 3000-AUTHORIZE-RERUN THRU 3000-EXIT
017500         WHEN ACCEPT-MODE
017600             PERFORM 4000-ACCEPT-FAILURE THRU 4000-EXIT
017700     END-EVALUATE
017800     PERFORM 9000-TERMINATE  THRU 9000-EXIT
017900     STOP RUN
018000     .
018100*----------------------------------------------------------------*
018200* 1000-INITIALIZE - ACCEPT THE RUN MODE AND ITS REPLIES, COMPUTE *
018300*                   THE RUN DATE, AND OPEN THE LEDGER AND THE    *
018400*                   REPORT                                       *
018500*----------------------------------------------------------------*
018600 1000-INITIALIZE.
018700     DISPLAY "ENTER MODE (L=LIST, R=RERUN, A=ACCEPT FAILURE): "
018800         WITH NO ADVANCING
018900     ACCEPT WS-RUN-MODE
019000     INSPECT WS-RUN-MODE CONVERTING
019100         "abcdefghijklmnopqrstuvwxyz" TO
019200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
019300     IF  NOT LIST-MODE
019400     AND NOT RERUN-MODE
019500     AND NOT ACCEPT-MODE
019600         DISPLAY "INVALID MODE - MUST BE L, R, OR A"
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF
020000
020100     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
020200     MOVE WS-TODAY (1:4)        TO WS-CURRENT-YEAR
020300     MOVE WS-TODAY (5:2)        TO WS-CURRENT-MONTH
020400     MOVE WS-TODAY (7:2)        TO WS-CURRENT-DAY
020500
020600     STRING WS-CURRENT-MONTH    DELIMITED BY SIZE
020700            "/"                 DELIMITED BY SIZE
020800            WS-CURRENT-DAY      DELIMITED BY SIZE
020900            "/"                 DELIMITED BY SIZE
021000            WS-CURRENT-YEAR     DELIMITED BY SIZE
021100       INTO WS-PRINT-DATE
021200     STRING WS-TODAY (9:2)      DELIMITED BY SIZE
021300            ":"                 DELIMITED BY SIZE
021400            WS-TODAY (11:2)     DELIMITED BY SIZE
021500            ":"                 DELIMITED BY SIZE
021600            WS-TODAY (13:2)     DELIMITED BY SIZE
021700       INTO WS-PRINT-TIME
021800
021900     IF LIST-MODE
022000         DISPLAY "ENTER FROM BUSINESS DATE MM/DD/CCYY "
022100             "(BLANK = ALL): " WITH NO ADVANCING
022200         ACCEPT WS-REQUEST-DATE
022300         IF WS-REQUEST-DATE NOT = SPACES
022400             PERFORM 1100-CHECK-REQUEST-DATE THRU 1100-EXIT
022500         END-IF
022600         OPEN INPUT RUN-CONTROL
022700     ELSE
022800         PERFORM 1050-GET-OPERATOR-ID THRU 1050-EXIT
022900             UNTIL WS-OPERATOR-ID NOT = SPACES
023000         DISPLAY "ENTER BUSINESS DATE MM/DD/CCYY: "
023100             WITH NO ADVANCING
023200         ACCEPT WS-REQUEST-DATE
023300         PERFORM 1100-CHECK-REQUEST-DATE THRU 1100-EXIT
023400         DISPLAY "ENTER STEP (HONXREF, GREETING, EMLSTAT, "
023500             "GRTBAL, GAUDMON): " WITH NO ADVANCING
023600         ACCEPT WS-REQUEST-STEP
023700         INSPECT WS-REQUEST-STEP CONVERTING
023800             "abcdefghijklmnopqrstuvwxyz" TO
023900             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
024000         IF NOT KNOWN-STEP
024100             DISPLAY "INVALID STEP - " WS-REQUEST-STEP
024200                 " IS NOT A STEP OF THE GREETING CYCLE"
024300             MOVE 16 TO RETURN-CODE
024400             STOP RUN
024500         END-IF
024600         PERFORM 1060-GET-REASON THRU 1060-EXIT
024700             UNTIL WS-AUTH-REASON NOT = SPACES
024800         OPEN I-O RUN-CONTROL
024900     END-IF
025000     IF NOT RUNCTL-STATUS-OK
025100         DISPLAY "UNABLE TO OPEN RUN-CONTROL - FILE STATUS = "
025200             WS-RUNCTL-STATUS
025300         MOVE 16 TO RETURN-CODE
025400         STOP RUN
025500     END-IF
025600
025700     OPEN OUTPUT CONTROL-RPT
025800     .
025900 1000-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------*
026200* 1050-GET-OPERATOR-ID - PROMPT FOR THE OPERATOR ID UNTIL ONE IS *
026300*                        GIVEN - EVERY AUTHORIZATION NAMES ITS   *
026400*                        OPERATOR                                *
026500*----------------------------------------------------------------*
026600 1050-GET-OPERATOR-ID.
026700     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
026800     ACCEPT WS-OPERATOR-ID
026900     .
027000 1050-EXIT.
027100     EXIT.
027200*----------------------------------------------------------------*
027300* 1060-GET-REASON - PROMPT FOR THE REASON UNTIL ONE IS GIVEN     *
027400*----------------------------------------------------------------*
027500 1060-GET-REASON.
027600     DISPLAY "ENTER REASON: " WITH NO ADVANCING
027700     ACCEPT WS-AUTH-REASON
027800     .
027900 1060-EXIT.
028000     EXIT.
028100*----------------------------------------------------------------*
028200* 1100-CHECK-REQUEST-DATE - CHECK THE SHAPE OF AN MM/DD/CCYY     *
028300*                           REPLY AND BUILD THE CCYYMMDD LEDGER  *
028400*                           KEY FROM IT                          *
028500*----------------------------------------------------------------*
028600 1100-CHECK-REQUEST-DATE.
028700     IF WS-REQUEST-MONTH NOT NUMERIC
028800       OR WS-REQUEST-DAY NOT NUMERIC
028900       OR WS-REQUEST-YEAR NOT NUMERIC
029000       OR WS-REQUEST-DATE (3:1) NOT = "/"
029100       OR WS-REQUEST-DATE (6:1) NOT = "/"
029200       OR WS-REQUEST-MONTH < 01 OR WS-REQUEST-MONTH > 12
029300       OR WS-REQUEST-DAY < 01 OR WS-REQUEST-DAY > 31
029400         DISPLAY "BUSINESS DATE IS NOT A VALID MM/DD/CCYY - "
029500             WS-REQUEST-DATE
029600         MOVE 16 TO RETURN-CODE
029700         STOP RUN
029800     END-IF
029900
030000     MOVE WS-REQUEST-DATE (7:4) TO WS-REQUEST-YMD (1:4)
030100     MOVE WS-REQUEST-DATE (1:2) TO WS-REQUEST-YMD (5:2)
030200     MOVE WS-REQUEST-DATE (4:2) TO WS-REQUEST-YMD (7:2)
030300     .
030400 1100-EXIT.
030500     EXIT.
030600*----------------------------------------------------------------*
030700* 1200-READ-NEXT-ROW - READ THE NEXT LEDGER ROW IN KEY ORDER     *
030800*----------------------------------------------------------------*
030900 1200-READ-NEXT-ROW.
031000     READ RUN-CONTROL NEXT RECORD
031100         AT END
031200             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
031300     END-READ
031400     .
031500 1200-EXIT.
031600     EXIT.
031700*----------------------------------------------------------------*
031800* 1300-READ-REQUEST-ROW - READ THE LEDGER ROW NAMED BY THE       *
031900*                         OPERATOR; A MISSING ROW IS REPORTED AND*
032000*                         ENDS THE RUN WITH RETURN CODE 8        *
032100*----------------------------------------------------------------*
032200 1300-READ-REQUEST-ROW.
032300     MOVE WS-REQUEST-YMD        TO RCL-BUSINESS-YMD
032400     MOVE WS-REQUEST-STEP       TO RCL-STEP-NAME
032500     READ RUN-CONTROL
032600         INVALID KEY
032700             MOVE SPACES        TO MSG-TEXT
032800             STRING "NO LEDGER ROW FOR "
032900                                DELIMITED BY SIZE
033000                    WS-REQUEST-STEP DELIMITED BY SPACE
033100                    " ON "      DELIMITED BY SIZE
033200                    WS-REQUEST-DATE DELIMITED BY SIZE
033300                    " - NOTHING TO AUTHORIZE"
033400                                DELIMITED BY SIZE
033500               INTO MSG-TEXT
033600             PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
033700             MOVE 8 TO RETURN-CODE
033800     END-READ
033900     .
034000 1300-EXIT.
034100     EXIT.
034200*----------------------------------------------------------------*
034300* 2000-LIST-LEDGER - LIST THE LEDGER IN BUSINESS-DATE ORDER, FROM*
034400*                    THE REQUESTED DATE OR FROM THE BEGINNING    *
034500*----------------------------------------------------------------*
034600 2000-LIST-LEDGER.
034700     MOVE "RUN-CONTROL LEDGER LISTING" TO MSG-TEXT
034800     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
034900     WRITE CONTROL-RPT-REC      FROM WS-HEADING-LINE
035000
035100     MOVE LOW-VALUES            TO RCL-RUN-KEY
035200     IF WS-REQUEST-DATE NOT = SPACES
035300         MOVE WS-REQUEST-YMD    TO RCL-BUSINESS-YMD
035400     END-IF
035500     START RUN-CONTROL KEY IS NOT LESS THAN RCL-RUN-KEY
035600         INVALID KEY
035700             MOVE "Y" TO WS-LEDGER-EOF-SWITCH
035800     END-START
035900
036000     IF NOT LEDGER-EOF
036100         PERFORM 1200-READ-NEXT-ROW THRU 1200-EXIT
036200     END-IF
036300     PERFORM 2100-LIST-ROW THRU 2100-EXIT
036400         UNTIL LEDGER-EOF
036500
036600     MOVE SPACES                TO MSG-TEXT
036700     MOVE WS-ROW-COUNT          TO WS-ROW-COUNT-EDIT
036800     STRING "LEDGER ROWS LISTED: " DELIMITED BY SIZE
036900            WS-ROW-COUNT-EDIT   DELIMITED BY SIZE
037000       INTO MSG-TEXT
037100     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
037200     .
037300 2000-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------*
037600* 2100-LIST-ROW - PRINT ONE LEDGER ROW, WITH ITS AUTHORIZATION   *
037700*                 DETAIL BENEATH IT WHEN IT CARRIES ONE          *
037800*----------------------------------------------------------------*
037900 2100-LIST-ROW.
038000     ADD 1 TO WS-ROW-COUNT
038100     MOVE RCL-BUSINESS-DATE     TO DTL-BUSINESS-DATE
038200     MOVE RCL-STEP-NAME         TO DTL-STEP-NAME
038300     MOVE RCL-STEP-STATUS       TO DTL-STEP-STATUS
038400     MOVE RCL-START-DATE        TO DTL-START-DATE
038500     MOVE RCL-START-TIME        TO DTL-START-TIME
038600     MOVE RCL-END-DATE          TO DTL-END-DATE
038700     MOVE RCL-END-TIME          TO DTL-END-TIME
038800     MOVE RCL-RETURN-CODE       TO DTL-RETURN-CODE
038900     MOVE RCL-RUN-COUNT         TO DTL-RUN-COUNT
039000     MOVE RCL-INPUT-COUNT       TO DTL-INPUT-COUNT
039100     MOVE RCL-PROCESSED-COUNT   TO DTL-PROCESSED-COUNT
039200     MOVE RCL-OUTPUT-COUNT      TO DTL-OUTPUT-COUNT
039300     MOVE RCL-AUTH-ACTION       TO DTL-AUTH-ACTION
039400     MOVE RCL-AUTH-OPERATOR     TO DTL-AUTH-OPERATOR
039500     WRITE CONTROL-RPT-REC      FROM WS-DETAIL-LINE
039600
039700     IF NOT RCL-NO-AUTHORIZATION
039800         MOVE RCL-AUTH-DATE     TO ATH-AUTH-DATE
039900         MOVE RCL-AUTH-TIME     TO ATH-AUTH-TIME
040000         MOVE RCL-AUTH-REASON   TO ATH-AUTH-REASON
040100         WRITE CONTROL-RPT-REC  FROM WS-AUTH-LINE
040200     END-IF
040300
040400     PERFORM 1200-READ-NEXT-ROW THRU 1200-EXIT
040500     .
040600 2100-EXIT.
040700     EXIT.
040800*----------------------------------------------------------------*
040900* 3000-AUTHORIZE-RERUN - ALLOW ONE MORE RUN OF A STEP THAT       *
041000*                        ALREADY RAN TO ITS END FOR THE DATE.  A *
041100*                        ROW STILL AT STARTED NEEDS NO           *
041200*                        AUTHORIZATION - THE STEP IS SIMPLY      *
041300*                        RESUBMITTED                             *
041400*----------------------------------------------------------------*
041500 3000-AUTHORIZE-RERUN.
041600     PERFORM 1300-READ-REQUEST-ROW THRU 1300-EXIT
041700     IF RETURN-CODE NOT = ZERO
041800         GO TO 3000-EXIT
041900     END-IF
042000
042100     IF RCL-STEP-STARTED
042200         MOVE "ROW IS STILL AT STARTED - RESUBMIT THE STEP"
042300             TO MSG-TEXT
042400         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
042500         MOVE 8 TO RETURN-CODE
042600         GO TO 3000-EXIT
042700     END-IF
042800
042900     IF RCL-RERUN-AUTHORIZED
043000         MOVE SPACES            TO MSG-TEXT
043100         STRING "A RERUN IS ALREADY AUTHORIZED BY "
043200                                DELIMITED BY SIZE
043300                RCL-AUTH-OPERATOR DELIMITED BY SIZE
043400                " - NOTHING CHANGED" DELIMITED BY SIZE
043500           INTO MSG-TEXT
043600         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
043700         MOVE 4 TO RETURN-CODE
043800         GO TO 3000-EXIT
043900     END-IF
044000
044100     MOVE "R"                   TO RCL-AUTH-ACTION
044200     PERFORM 5000-STAMP-AUTHORIZATION THRU 5000-EXIT
044300     IF RETURN-CODE NOT = ZERO
044400         GO TO 3000-EXIT
044500     END-IF
044600
044700     MOVE SPACES                TO MSG-TEXT
044800     STRING "RERUN OF "         DELIMITED BY SIZE
044900            WS-REQUEST-STEP     DELIMITED BY SPACE
045000            " FOR "             DELIMITED BY SIZE
045100            WS-REQUEST-DATE     DELIMITED BY SIZE
045200            " AUTHORIZED BY "   DELIMITED BY SIZE
045300            WS-OPERATOR-ID      DELIMITED BY SIZE
045400       INTO MSG-TEXT
045500     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
045600     .
045700 3000-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------*
046000* 4000-ACCEPT-FAILURE - MARK A FAILED STEP COMPLETED ONCE        *
046100*                       OPERATIONS HAVE REVIEWED WHAT IT DID, SO *
046200*                       ITS SUCCESSORS MAY RUN WITHOUT REPEATING *
046300*                       IT                                       *
046400*----------------------------------------------------------------*
046500 4000-ACCEPT-FAILURE.
046600     PERFORM 1300-READ-REQUEST-ROW THRU 1300-EXIT
046700     IF RETURN-CODE NOT = ZERO
046800         GO TO 4000-EXIT
046900     END-IF
047000
047100     IF NOT RCL-STEP-FAILED
047200         MOVE SPACES            TO MSG-TEXT
047300         STRING "ROW IS AT STATUS " DELIMITED BY SIZE
047400                RCL-STEP-STATUS DELIMITED BY SIZE
047500                ", NOT FAILED - ONLY A FAILED RUN CAN BE ACCEPTED"
047600                                DELIMITED BY SIZE
047700           INTO MSG-TEXT
047800         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
047900         MOVE 8 TO RETURN-CODE
048000         GO TO 4000-EXIT
048100     END-IF
048200
048300     MOVE "C"                   TO RCL-STEP-STATUS
048400     MOVE "A"                   TO RCL-AUTH-ACTION
048500     PERFORM 5000-STAMP-AUTHORIZATION THRU 5000-EXIT
048600     IF RETURN-CODE NOT = ZERO
048700         GO TO 4000-EXIT
048800     END-IF
048900
049000     MOVE SPACES                TO MSG-TEXT
049100     STRING "FAILED RUN OF "    DELIMITED BY SIZE
049200            WS-REQUEST-STEP     DELIMITED BY SPACE
049300            " FOR "             DELIMITED BY SIZE
049400            WS-REQUEST-DATE     DELIMITED BY SIZE
049500            " ACCEPTED AS COMPLETED BY "
049600                                DELIMITED BY SIZE
049700            WS-OPERATOR-ID      DELIMITED BY SIZE
049800       INTO MSG-TEXT
049900     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
050000     .
050100 4000-EXIT.
050200     EXIT.
050300*----------------------------------------------------------------*
050400* 5000-STAMP-AUTHORIZATION - CARRY THE OPERATOR, DATE, TIME AND  *
050500*                            REASON ONTO THE ROW AND REWRITE IT  *
050600*----------------------------------------------------------------*
050700 5000-STAMP-AUTHORIZATION.
050800     MOVE WS-OPERATOR-ID        TO RCL-AUTH-OPERATOR
050900     MOVE WS-PRINT-DATE         TO RCL-AUTH-DATE
051000     MOVE WS-PRINT-TIME         TO RCL-AUTH-TIME
051100     MOVE WS-AUTH-REASON        TO RCL-AUTH-REASON
051200     REWRITE RUN-CONTROL-REC
051300     IF NOT RUNCTL-STATUS-OK
051400         MOVE SPACES            TO MSG-TEXT
051500         STRING "UNABLE TO REWRITE LEDGER ROW - FILE STATUS = "
051600                                DELIMITED BY SIZE
051700                WS-RUNCTL-STATUS DELIMITED BY SIZE
051800           INTO MSG-TEXT
051900         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
052000         MOVE 16 TO RETURN-CODE
052100     END-IF
052200     .
052300 5000-EXIT.
052400     EXIT.
052500*----------------------------------------------------------------*
052600* 8000-WRITE-MESSAGE - WRITE ONE DATED MESSAGE LINE              *
052700*----------------------------------------------------------------*
052800 8000-WRITE-MESSAGE.
052900     MOVE WS-PRINT-DATE         TO MSG-RUN-DATE
053000     WRITE CONTROL-RPT-REC      FROM WS-MESSAGE-LINE
053100     .
053200 8000-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------*
053500* 9000-TERMINATE - CLOSE THE LEDGER AND THE REPORT               *
053600*----------------------------------------------------------------*
053700 9000-TERMINATE.
053800     CLOSE RUN-CONTROL
053900     CLOSE CONTROL-RPT
054000     .
054100 9000-EXIT.
054200     EXIT.
054300*================================================================*
