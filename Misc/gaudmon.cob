001997* 09/03/2026 RC    CLOSED-DATE TABLE RAISED 100 -> 400 TO MATCH   *
001998*                  THE GREETING JOB - A FULL-YEAR SHOP CALENDAR   *
001999*                  OVERFLOWED THE OLD LIMIT.                      *
002009* 10/15/2026 RC    CHECK EACH HONOREE-EVENT ROW SEPARATELY - A    *
002019*                  BIRTHDAY, SERVICE OR ANNIVERSARY DUE ON THE    *
002029*                  CHECK DATE MUST HAVE ITS OWN AUDIT ROW FOR THE *
002039*                  SAME EVENT TYPE (A BLANK TYPE ON AN OLDER ROW  *
002049*                  IS A BIRTHDAY).  THE ALERT NAMES THE EVENT AND *
002059*                  THE TOTALS NOW COUNT EVENTS.                   *
002061* 10/15/2026 RC    RUN-CONTROL LEDGER - BEFORE THE ALERT REPORT   *
002063*                  IS OPENED THE RUN STOPS WITH RETURN CODE 12    *
002065*                  WHEN GREETING HAS NOT COMPLETED FOR THE CHECK  *
002067*                  DATE (A SHOP CLOSURE HAS NO GREETING RUN AND   *
002069*                  IS NOT CHECKED) OR WHEN GAUDMON ALREADY RAN TO *
002071*                  ITS END FOR THE DATE WITHOUT A RERUN           *
002073*                  AUTHORIZED THROUGH RUNCTLU.  THE START, END,   *
002075*                  RETURN CODE AND COUNTS ARE LEDGERED.  THE      *
002077*                  RUNLOG CHECKS STAY AS A SECOND LINE OF         *
002079*                  DEFENCE.                                       *
002081*================================================================*
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.  IBM-370.
003400                               RECORD KEY IS HON-ID
003500                               FILE STATUS IS WS-HONOREE-STATUS.
003600
003610     SELECT HONOREE-EVENT      ASSIGN TO HONEVENT
003620                               ORGANIZATION IS INDEXED
003630                               ACCESS MODE IS DYNAMIC
003640                               RECORD KEY IS HEV-EVENT-KEY
003650                               FILE STATUS IS WS-EVENT-STATUS.
003660
003700     SELECT ALERT-RPT          ASSIGN TO GAUDALRT
003800                               ORGANIZATION IS LINE SEQUENTIAL.
003810
003820     SELECT SHOP-CALENDAR      ASSIGN TO SHOPCAL
003830                               ORGANIZATION IS LINE SEQUENTIAL
003840                               FILE STATUS IS WS-SHOPCAL-STATUS.
003845
003850     SELECT RUN-CONTROL        ASSIGN TO RUNCTL
003855                               ORGANIZATION IS INDEXED
003860                               ACCESS MODE IS RANDOM
003865                               RECORD KEY IS RCL-RUN-KEY
003870                               FILE STATUS IS WS-RUNCTL-STATUS.
003900*================================================================*
004000 DATA DIVISION.
004100 FILE SECTION.
005300 FD  HONOREE-FILE
005400     RECORDING MODE IS F.
005500     COPY HONOREE.
005510*----------------------------------------------------------------*
005520* HONOREE-EVENT - EACH HONOREE'S EVENT ROWS, READ FORWARD FROM   *
005530* THE FIRST ONE, SUPPLY THE DATES TESTED AGAINST THE CHECK DATE  *
005540*----------------------------------------------------------------*
005550 FD  HONOREE-EVENT
005560     RECORDING MODE IS F.
005570     COPY HONEVENT.
005600*----------------------------------------------------------------*
005700* ALERT-RPT - THE OPERATIONS ALERT REPORT                        *
005800*----------------------------------------------------------------*
006160     RECORDING MODE IS F.
006170 01  SHOP-CALENDAR-REC.
006180     05  SCL-CLOSED-DATE        PIC X(10).
006181     05  FILLER                 PIC X(70).
006182*----------------------------------------------------------------*
006183* RUN-CONTROL - THE BATCH CYCLE LEDGER: GREETING MUST HAVE       *
006184* COMPLETED FOR AN OPEN CHECK DATE, AND THIS RUN'S OWN START AND *
006185* END ARE RECORDED                                               *
006186*----------------------------------------------------------------*
006187 FD  RUN-CONTROL
006188     RECORDING MODE IS F.
006189     COPY RUNCTL.
006200 WORKING-STORAGE SECTION.
006300*----------------------------------------------------------------*
006400* RUN-DATE AND CHECK-DATE WORK AREAS                             *
009800     88  AUDIT-STATUS-OK                VALUE "00".
009900 77  WS-HONOREE-STATUS          PIC X(02).
010000     88  HONOREE-STATUS-OK              VALUE "00".
010010 77  WS-EVENT-STATUS            PIC X(02).
010020     88  EVENT-STATUS-OK                VALUE "00".
010030 77  WS-EVENT-END-SWITCH        PIC X(01)  VALUE "N".
010040     88  HONOREE-EVENTS-DONE             VALUE "Y".
010100 77  WS-AUDIT-EOF-SWITCH        PIC X(01)  VALUE "N".
010200     88  AUDIT-EOF                       VALUE "Y".
010300 77  WS-HONOREE-EOF-SWITCH      PIC X(01)  VALUE "N".
011400 77  WS-MATCHED-COUNT           PIC 9(05)  COMP  VALUE ZERO.
011500 77  WS-SKIPPED-COUNT           PIC 9(05)  COMP  VALUE ZERO.
011600 77  WS-ALERT-COUNT             PIC 9(05)  COMP  VALUE ZERO.
011605*----------------------------------------------------------------*
011610* RUN-CONTROL LEDGER WORK AREAS                                  *
011615*----------------------------------------------------------------*
011620 77  WS-RUNCTL-STATUS           PIC X(02).
011625     88  RUNCTL-STATUS-OK               VALUE "00".
011630     88  RUNCTL-NOT-FOUND               VALUE "35".
011635 77  WS-STEP-NAME               PIC X(08)  VALUE "GAUDMON".
011640 77  WS-PRED-STEP               PIC X(08).
011645 77  WS-BUSINESS-DATE           PIC X(10).
011650 77  WS-BUSINESS-YMD            PIC X(08).
011655 77  WS-LEDGER-TODAY            PIC X(21).
011660 77  WS-LEDGER-DATE             PIC X(10).
011665 77  WS-LEDGER-TIME             PIC X(08).
011670 77  WS-LEDGER-ROW-SWITCH       PIC X(01)  VALUE "N".
011675     88  LEDGER-ROW-ON-FILE             VALUE "Y".
011680 77  WS-LEDGER-SWITCH           PIC X(01)  VALUE "N".
011685     88  LEDGER-ROW-STARTED             VALUE "Y".
011700*----------------------------------------------------------------*
011800* REPORT LINE WORK AREAS                                          *
011900*----------------------------------------------------------------*
013600         "RUNLOG ROW HAS NONZERO RETURN =  ".
013700     05  RCM-RETURN-CODE        PIC 9(04).
013800     05  FILLER                 PIC X(07)  VALUE SPACES.
013810 01  WS-SKIP-MESSAGE.
013820     05  SKM-EVENT              PIC X(11).
013830     05  FILLER                 PIC X(33)  VALUE
013840         " DUE BUT NO AUDIT ROW - SKIPPED  ".
013900 01  WS-TOTAL-LINE.
014000     05  TOT-LABEL              PIC X(30).
014100     05  TOT-COUNT              PIC ZZZZ9.
015400     .
015500*----------------------------------------------------------------*
015600* 1000-INITIALIZE - OPEN FILES, PICK THE CHECK DATE (BLANK       *
015650*                   OPERATOR REPLY = TODAY), CHECK THE           *
015700*                   RUN-CONTROL LEDGER, PRINT THE HEADING        *
015800*----------------------------------------------------------------*
015900 1000-INITIALIZE.
016000     OPEN INPUT HONOREE-FILE
016400         MOVE 16 TO RETURN-CODE
016500         STOP RUN
016600     END-IF
016610     OPEN INPUT HONOREE-EVENT
016620     IF NOT EVENT-STATUS-OK
016630         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
016640             WS-EVENT-STATUS
016650         MOVE 16 TO RETURN-CODE
016660         STOP RUN
016670     END-IF
016800
016900     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
017000     MOVE WS-TODAY (1:4)        TO WS-CURRENT-YEAR
018700
018725     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
018750     PERFORM 1300-CHECK-CLOSED-DATE THRU 1300-EXIT
018755
018760     MOVE WS-CHECK-DATE         TO WS-BUSINESS-DATE
018765     PERFORM 1600-CHECK-RUN-LEDGER THRU 1600-EXIT
018775
018785     OPEN OUTPUT ALERT-RPT
018800     MOVE WS-CHECK-DATE         TO HDG-CHECK-DATE
018900     WRITE ALERT-RPT-REC        FROM WS-HEADING-LINE
019000     .
019840     .
019850 1350-EXIT.
019860     EXIT.
019861*----------------------------------------------------------------*
019862* 1600-CHECK-RUN-LEDGER - OPEN THE RUN-CONTROL LEDGER (CREATING  *
019863*                         IT ON FIRST USE) AND REFUSE THE RUN    *
019864*                         UNLESS GREETING COMPLETED FOR THE      *
019865*                         CHECK DATE - A SHOP CLOSURE HAS NO     *
019866*                         GREETING RUN OF ITS OWN AND IS NOT     *
019867*                         CHECKED - OR WHEN THIS STEP ALREADY    *
019868*                         RAN TO ITS END FOR THE DATE WITHOUT A  *
019869*                         RERUN AUTHORIZATION, THEN LEDGER THE   *
019870*                         START                                  *
019871*----------------------------------------------------------------*
019872 1600-CHECK-RUN-LEDGER.
019873     OPEN I-O RUN-CONTROL
019874     IF RUNCTL-NOT-FOUND
019875         OPEN OUTPUT RUN-CONTROL
019876         CLOSE RUN-CONTROL
019877         OPEN I-O RUN-CONTROL
019878     END-IF
019879     IF NOT RUNCTL-STATUS-OK
019880         DISPLAY "UNABLE TO OPEN RUN-CONTROL - FILE STATUS = "
019881             WS-RUNCTL-STATUS
019882         MOVE 16 TO RETURN-CODE
019883         STOP RUN
019884     END-IF
019885
019886     MOVE WS-BUSINESS-DATE (7:4) TO WS-BUSINESS-YMD (1:4)
019887     MOVE WS-BUSINESS-DATE (1:2) TO WS-BUSINESS-YMD (5:2)
019888     MOVE WS-BUSINESS-DATE (4:2) TO WS-BUSINESS-YMD (7:2)
019889
019890     IF NOT CHECK-DATE-CLOSED
019891         MOVE "GREETING"        TO WS-PRED-STEP
019892         PERFORM 1610-CHECK-PREDECESSOR THRU 1610-EXIT
019893     END-IF
019894
019895     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
019896     MOVE WS-STEP-NAME          TO RCL-STEP-NAME
019897     READ RUN-CONTROL
019898         INVALID KEY
019899             MOVE "N"           TO WS-LEDGER-ROW-SWITCH
019900         NOT INVALID KEY
019901             MOVE "Y"           TO WS-LEDGER-ROW-SWITCH
019902     END-READ
019903
019904     IF  LEDGER-ROW-ON-FILE
019905     AND RCL-STEP-ENDED
019906     AND NOT RCL-RERUN-AUTHORIZED
019907         DISPLAY "RUN REFUSED - " WS-STEP-NAME
019908             " ALREADY RAN FOR BUSINESS DATE " WS-BUSINESS-DATE
019909         DISPLAY "  ENDED " RCL-END-DATE " " RCL-END-TIME
019910             " STATUS " RCL-STEP-STATUS
019911             " RETURN CODE " RCL-RETURN-CODE
019912         DISPLAY "  A DELIBERATE RERUN MUST FIRST BE AUTHORIZED"
019913             " THROUGH RUNCTLU"
019914         CLOSE RUN-CONTROL
019915         MOVE 12 TO RETURN-CODE
019916         STOP RUN
019917     END-IF
019918
019919     PERFORM 1620-START-LEDGER-ROW THRU 1620-EXIT
019920     CLOSE RUN-CONTROL
019921     .
019922 1600-EXIT.
019923     EXIT.
019924*----------------------------------------------------------------*
019925* 1610-CHECK-PREDECESSOR - REFUSE THE RUN UNLESS WS-PRED-STEP    *
019926*                          COMPLETED FOR THE BUSINESS DATE - NO  *
019927*                          ROW, A ROW STILL AT STARTED, AND A    *
019928*                          FAILED ROW ARE EACH REPORTED          *
019929*----------------------------------------------------------------*
019930 1610-CHECK-PREDECESSOR.
019931     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
019932     MOVE WS-PRED-STEP          TO RCL-STEP-NAME
019933     READ RUN-CONTROL
019934         INVALID KEY
019935             DISPLAY "RUN REFUSED - PREDECESSOR " WS-PRED-STEP
019936                 " HAS NOT RUN FOR BUSINESS DATE "
019937                 WS-BUSINESS-DATE
019938             CLOSE RUN-CONTROL
019939             MOVE 12 TO RETURN-CODE
019940             STOP RUN
019941     END-READ
019942
019943     IF RCL-STEP-COMPLETED
019944         GO TO 1610-EXIT
019945     END-IF
019946
019947     IF RCL-STEP-STARTED
019948         DISPLAY "RUN REFUSED - PREDECESSOR " WS-PRED-STEP
019949             " DID NOT FINISH FOR BUSINESS DATE " WS-BUSINESS-DATE
019950         DISPLAY "  STARTED " RCL-START-DATE " " RCL-START-TIME
019951             " WITH NO END RECORDED - RESUBMIT " WS-PRED-STEP
019952     ELSE
019953         DISPLAY "RUN REFUSED - PREDECESSOR " WS-PRED-STEP
019954             " FAILED FOR BUSINESS DATE " WS-BUSINESS-DATE
019955         DISPLAY "  ENDED " RCL-END-DATE " " RCL-END-TIME
019956             " WITH RETURN CODE " RCL-RETURN-CODE
019957     END-IF
019958     CLOSE RUN-CONTROL
019959     MOVE 12 TO RETURN-CODE
019960     STOP RUN
019961     .
019962 1610-EXIT.
019963     EXIT.
019964*----------------------------------------------------------------*
019965* 1620-START-LEDGER-ROW - WRITE THIS STEP'S ROW AS STARTED - OR, *
019966*                         ON A RESUBMISSION AFTER AN ABEND OR AN *
019967*                         AUTHORIZED RERUN, REWRITE THE ROW      *
019968*                         ALREADY ON FILE                        *
019969*----------------------------------------------------------------*
019970 1620-START-LEDGER-ROW.
019971     PERFORM 1630-SET-LEDGER-TIME THRU 1630-EXIT
019972     IF LEDGER-ROW-ON-FILE
019973         ADD 1                  TO RCL-RUN-COUNT
019974         IF RCL-RERUN-AUTHORIZED
019975             DISPLAY "RERUN OF " WS-STEP-NAME " FOR "
019976                 WS-BUSINESS-DATE " AUTHORIZED BY "
019977                 RCL-AUTH-OPERATOR
019978             MOVE "U"           TO RCL-AUTH-ACTION
019979         END-IF
019980     ELSE
019981         MOVE SPACES            TO RUN-CONTROL-REC
019982         MOVE WS-BUSINESS-YMD   TO RCL-BUSINESS-YMD
019983         MOVE WS-STEP-NAME      TO RCL-STEP-NAME
019984         MOVE 1                 TO RCL-RUN-COUNT
019985     END-IF
019986     MOVE WS-BUSINESS-DATE      TO RCL-BUSINESS-DATE
019987     MOVE "S"                   TO RCL-STEP-STATUS
019988     MOVE WS-LEDGER-DATE        TO RCL-START-DATE
019989     MOVE WS-LEDGER-TIME        TO RCL-START-TIME
019990     MOVE SPACES                TO RCL-END-DATE
019991                                   RCL-END-TIME
019992     MOVE ZERO                  TO RCL-RETURN-CODE
019993                                   RCL-INPUT-COUNT
019994                                   RCL-PROCESSED-COUNT
019995                                   RCL-OUTPUT-COUNT
019996     IF LEDGER-ROW-ON-FILE
019997         REWRITE RUN-CONTROL-REC
019998     ELSE
019999         WRITE RUN-CONTROL-REC
020000     END-IF
020001     IF NOT RUNCTL-STATUS-OK
020002         DISPLAY "UNABLE TO LEDGER THE START OF " WS-STEP-NAME
020003             " - FILE STATUS = " WS-RUNCTL-STATUS
020004         CLOSE RUN-CONTROL
020005         MOVE 16 TO RETURN-CODE
020006         STOP RUN
020007     END-IF
020008     MOVE "Y"                   TO WS-LEDGER-SWITCH
020009     .
020010 1620-EXIT.
020011     EXIT.
020012*----------------------------------------------------------------*
020013* 1630-SET-LEDGER-TIME - CURRENT DATE (MM/DD/CCYY) AND TIME      *
020014*                        (HH:MM:SS) FOR THE LEDGER ROW           *
020015*----------------------------------------------------------------*
020016 1630-SET-LEDGER-TIME.
020017     MOVE FUNCTION CURRENT-DATE TO WS-LEDGER-TODAY
020018     STRING WS-LEDGER-TODAY (5:2)  DELIMITED BY SIZE
020019            "/"                    DELIMITED BY SIZE
020020            WS-LEDGER-TODAY (7:2)  DELIMITED BY SIZE
020021            "/"                    DELIMITED BY SIZE
020022            WS-LEDGER-TODAY (1:4)  DELIMITED BY SIZE
020023       INTO WS-LEDGER-DATE
020024     STRING WS-LEDGER-TODAY (9:2)  DELIMITED BY SIZE
020025            ":"                    DELIMITED BY SIZE
020026            WS-LEDGER-TODAY (11:2) DELIMITED BY SIZE
020027            ":"                    DELIMITED BY SIZE
020028            WS-LEDGER-TODAY (13:2) DELIMITED BY SIZE
020029       INTO WS-LEDGER-TIME
020030     .
020031 1630-EXIT.
020032     EXIT.
020033*----------------------------------------------------------------*
020034* 1100-READ-AUDIT - READ THE NEXT GREET-AUDIT ROW                *
020035*----------------------------------------------------------------*
020036 1100-READ-AUDIT.
020037     READ GREET-AUDIT
020038         AT END
020039             MOVE "Y" TO WS-AUDIT-EOF-SWITCH
020040     END-READ
020100     .
020200 1100-EXIT.
020300     EXIT.
028100 3100-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------*
028400* 3200-CHECK-ONE - WALK THIS HONOREE'S EVENT ROWS WHEN THE       *
028500*                  HONOREE IS ACTIVE AND GREETABLE               *
028600*----------------------------------------------------------------*
028700 3200-CHECK-ONE.
028800     IF HON-ACTIVE AND NOT HON-GREET-OPT-OUT
028910         MOVE "N"               TO WS-EVENT-END-SWITCH
028920         MOVE HON-ID            TO HEV-HONOREE-ID
028930         MOVE LOW-VALUES        TO HEV-EVENT-TYPE
028940         START HONOREE-EVENT KEY IS NOT LESS THAN HEV-EVENT-KEY
028950             INVALID KEY
028960                 MOVE "Y"       TO WS-EVENT-END-SWITCH
028970         END-START
028980         PERFORM 3250-CHECK-EVENT THRU 3250-EXIT
028990             UNTIL HONOREE-EVENTS-DONE
029000     END-IF
029300
030900     PERFORM 3100-READ-HONOREE THRU 3100-EXIT
031000     .
031100 3200-EXIT.
031200     EXIT.
031202*----------------------------------------------------------------*
031204* 3250-CHECK-EVENT - READ THE HONOREE'S NEXT EVENT ROW, DECIDE   *
031206*                    WHETHER IT WAS DUE ON THE CHECK DATE AND IF *
031208*                    SO CONFIRM ITS AUDIT ROW                    *
031210*----------------------------------------------------------------*
031212 3250-CHECK-EVENT.
031214     READ HONOREE-EVENT NEXT RECORD
031216         AT END
031218             MOVE "Y"           TO WS-EVENT-END-SWITCH
031220             GO TO 3250-EXIT
031222     END-READ
031224     IF HEV-HONOREE-ID NOT = HON-ID
031226         MOVE "Y"               TO WS-EVENT-END-SWITCH
031228         GO TO 3250-EXIT
031230     END-IF
031232
031234     PERFORM 3300-CHECK-DUE THRU 3300-EXIT
031236     IF NOT HONOREE-DUE
031238         GO TO 3250-EXIT
031240     END-IF
031242
031244     ADD 1 TO WS-DUE-COUNT
031246     PERFORM 3400-FIND-AUDIT-ROW THRU 3400-EXIT
031248     IF AUDIT-ROW-FOUND
031250         ADD 1 TO WS-MATCHED-COUNT
031252     ELSE
031254         ADD 1 TO WS-SKIPPED-COUNT
031256         EVALUATE TRUE
031258             WHEN HEV-EVENT-SERVICE
031260                 MOVE "SERVICE"     TO SKM-EVENT
031262             WHEN HEV-EVENT-ANNIVERSARY
031264                 MOVE "ANNIVERSARY" TO SKM-EVENT
031266             WHEN OTHER
031268                 MOVE "BIRTHDAY"    TO SKM-EVENT
031270         END-EVALUATE
031272         MOVE HON-ID            TO ALT-HONOREE-ID
031274         MOVE HON-NAME          TO ALT-HONOREE-NAME
031276         MOVE WS-SKIP-MESSAGE   TO ALT-MESSAGE
031278         PERFORM 8000-WRITE-ALERT THRU 8000-EXIT
031280     END-IF
031282     .
031284 3250-EXIT.
031286     EXIT.
031300*----------------------------------------------------------------*
031400* 3300-CHECK-DUE - SAME DUE-DATE RULES AS THE GREETING JOB:      *
031500*                  MONTH/DAY MATCH, DECEMBER 9 DEFAULT FOR AN    *
031700*                  28TH IN A COMMON YEAR                         *
031800*----------------------------------------------------------------*
031900 3300-CHECK-DUE.
032000     MOVE HEV-EVENT-MONTH       TO WS-GREET-MONTH
032100     MOVE HEV-EVENT-DAY         TO WS-GREET-DAY
032200     IF WS-GREET-MONTH = ZERO OR WS-GREET-DAY = ZERO
032300         MOVE WS-VALID-MONTH    TO WS-GREET-MONTH
032400         MOVE WS-VALID-DAY      TO WS-GREET-DAY
036800 3350-EXIT.
036900     EXIT.
037000*----------------------------------------------------------------*
037100* 3400-FIND-AUDIT-ROW - SCAN THE TRAIL FOR THIS HONOREE EVENT'S  *
037200*                       ROW ON THE CHECK DATE.  THE TRAIL IS     *
037250*                       REOPENED PER DUE EVENT - THE HANDFUL DUE *
037300*                       ON ANY ONE DAY MAKES A RESCAN CHEAPER    *
037400*                       THAN HOLDING THE WHOLE TRAIL IN STORAGE. *
037600*----------------------------------------------------------------*
037700 3400-FIND-AUDIT-ROW.
037800     MOVE "N" TO WS-MATCH-SWITCH
040200             IF  (GAU-RUN-DATE  = WS-CHECK-DATE
040210                  OR GAU-DUE-DATE = WS-CHECK-DATE)
040300             AND GAU-HONOREE-ID = HON-ID
040310             AND (GAU-EVENT-TYPE = HEV-EVENT-TYPE
040320                  OR (GAU-EVENT-BIRTHDAY AND HEV-EVENT-BIRTHDAY))
040400                 MOVE "Y"       TO WS-MATCH-SWITCH
040500             END-IF
040600     END-READ
043100         WRITE ALERT-RPT-REC
043200     END-IF
043300
043400     MOVE "EVENTS DUE ON CHECK DATE....:" TO TOT-LABEL
043500     MOVE WS-DUE-COUNT          TO TOT-COUNT
043600     WRITE ALERT-RPT-REC        FROM WS-TOTAL-LINE
043700     MOVE "AUDIT ROWS MATCHED..........:" TO TOT-LABEL
043800     MOVE WS-MATCHED-COUNT      TO TOT-COUNT
043900     WRITE ALERT-RPT-REC        FROM WS-TOTAL-LINE
044000     MOVE "EVENTS SKIPPED..............:" TO TOT-LABEL
044100     MOVE WS-SKIPPED-COUNT      TO TOT-COUNT
044200     WRITE ALERT-RPT-REC        FROM WS-TOTAL-LINE
044300     MOVE "ALERTS RAISED...............:" TO TOT-LABEL
044500     WRITE ALERT-RPT-REC        FROM WS-TOTAL-LINE
044600
044700     CLOSE HONOREE-FILE
044750     CLOSE HONOREE-EVENT
044800     CLOSE ALERT-RPT
044900
045000     IF WS-ALERT-COUNT > ZERO
045100         MOVE 8 TO RETURN-CODE
045200     END-IF
045250     PERFORM 9500-END-LEDGER-ROW  THRU 9500-EXIT
045300     .
045400 9000-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------*
045700* 9500-END-LEDGER-ROW - REWRITE THIS STEP'S LEDGER ROW WITH THE  *
045800*                       END TIME, THE FINAL RETURN CODE AND THE  *
045900*                       RUN COUNTS - COMPLETED BELOW RETURN CODE *
046000*                       8, FAILED AT 8 OR ABOVE                  *
046100*----------------------------------------------------------------*
046200 9500-END-LEDGER-ROW.
046300     IF NOT LEDGER-ROW-STARTED
046400         GO TO 9500-EXIT
046500     END-IF
046600     PERFORM 1630-SET-LEDGER-TIME THRU 1630-EXIT
046700     OPEN I-O RUN-CONTROL
046800     IF NOT RUNCTL-STATUS-OK
046900         DISPLAY "UNABLE TO OPEN RUN-CONTROL - FILE STATUS = "
047000             WS-RUNCTL-STATUS
047100         DISPLAY "LEDGER ROW FOR " WS-STEP-NAME " "
047200             WS-BUSINESS-DATE " IS LEFT AT STARTED"
047300         MOVE 16 TO RETURN-CODE
047400         GO TO 9500-EXIT
047500     END-IF
047600
047700     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
047800     MOVE WS-STEP-NAME          TO RCL-STEP-NAME
047900     READ RUN-CONTROL
048000         INVALID KEY
048100             DISPLAY "LEDGER ROW FOR " WS-STEP-NAME " "
048200                 WS-BUSINESS-DATE " IS MISSING - END NOT RECORDED"
048300             CLOSE RUN-CONTROL
048400             MOVE 16 TO RETURN-CODE
048500             GO TO 9500-EXIT
048600     END-READ
048700
048800     MOVE RETURN-CODE           TO RCL-RETURN-CODE
048900     IF RETURN-CODE < 8
049000         MOVE "C"               TO RCL-STEP-STATUS
049100     ELSE
049200         MOVE "F"               TO RCL-STEP-STATUS
049300     END-IF
049400     MOVE WS-LEDGER-DATE        TO RCL-END-DATE
049500     MOVE WS-LEDGER-TIME        TO RCL-END-TIME
049600     MOVE WS-DUE-COUNT          TO RCL-INPUT-COUNT
049700     MOVE WS-MATCHED-COUNT      TO RCL-PROCESSED-COUNT
049800     MOVE WS-ALERT-COUNT        TO RCL-OUTPUT-COUNT
049900     REWRITE RUN-CONTROL-REC
050000     IF NOT RUNCTL-STATUS-OK
050100         DISPLAY "UNABLE TO LEDGER THE END OF " WS-STEP-NAME
050200             " - FILE STATUS = " WS-RUNCTL-STATUS
050300         MOVE 16 TO RETURN-CODE
050400     END-IF
050500     CLOSE RUN-CONTROL
050600     .
050700 9500-EXIT.
050800     EXIT.
