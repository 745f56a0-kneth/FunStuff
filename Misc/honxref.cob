001900*                  DATES INSTEAD OF SWEEPING THE WHOLE MASTER,    *
002000*                  WHICH HAD BECOME THE LONGEST STEP IN THE       *
002100*                  MORNING WINDOW WITH ALL FIVE SITES LOADED.     *
002110* 10/15/2026 RC    ONE XREF ROW PER HONOREE-EVENT ROW INSTEAD OF  *
002120*                  ONE PER HONOREE - EACH GREETABLE HONOREE'S     *
002130*                  BIRTHDAY, SERVICE AND ANNIVERSARY ROWS ARE     *
002140*                  READ FROM HONOREE-EVENT AND KEYED ON THEIR OWN *
002150*                  MONTH/DAY PLUS THE EVENT TYPE.  A GREETABLE    *
002160*                  HONOREE WITH NO EVENT ROWS IS COUNTED ON THE   *
002170*                  BUILD REPORT.                                  *
002172* 10/15/2026 RC    RUN-CONTROL LEDGER - THE BUILD IS LEDGERED ON  *
002174*                  THE NEW RUN-CONTROL FILE (START, END, RETURN   *
002176*                  CODE AND COUNTS) UNDER THE BUSINESS DATE OF    *
002178*                  THE GREETING RUN IT FEEDS: A BUILD STARTED AT  *
002180*                  OR AFTER WS-CYCLE-CUTOFF-HOUR BELONGS TO THE   *
002182*                  NEXT DAY.  A SECOND BUILD FOR A BUSINESS DATE  *
002184*                  ALREADY BUILT IS REFUSED WITH RETURN CODE 12   *
002186*                  UNLESS OPERATIONS HAVE AUTHORIZED THE RERUN    *
002188*                  THROUGH RUNCTLU; A RUN LEFT AT STARTED MAY     *
002190*                  SIMPLY BE RESUBMITTED.                         *
002200*================================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003200                               RECORD KEY IS HON-ID
003300                               FILE STATUS IS WS-HONOREE-STATUS.
003400
003410     SELECT HONOREE-EVENT      ASSIGN TO HONEVENT
003420                               ORGANIZATION IS INDEXED
003430                               ACCESS MODE IS DYNAMIC
003440                               RECORD KEY IS HEV-EVENT-KEY
003450                               FILE STATUS IS WS-EVENT-STATUS.
003460
003500     SELECT ANNIV-XREF         ASSIGN TO ANIVXREF
003600                               ORGANIZATION IS INDEXED
003700                               ACCESS MODE IS RANDOM
004000
004100     SELECT BUILD-RPT          ASSIGN TO HONXRRPT
004200                               ORGANIZATION IS LINE SEQUENTIAL.
004210
004220     SELECT RUN-CONTROL        ASSIGN TO RUNCTL
004230                               ORGANIZATION IS INDEXED
004240                               ACCESS MODE IS RANDOM
004250                               RECORD KEY IS RCL-RUN-KEY
004260                               FILE STATUS IS WS-RUNCTL-STATUS.
004300*================================================================*
004400 DATA DIVISION.
004500 FILE SECTION.
004900 FD  HONOREE-FILE
005000     RECORDING MODE IS F.
005100     COPY HONOREE.
005110*----------------------------------------------------------------*
005120* HONOREE-EVENT - POSITIONED AT EACH HONOREE'S FIRST EVENT ROW   *
005130* AND READ FORWARD THROUGH THAT HONOREE'S ROWS                   *
005140*----------------------------------------------------------------*
005150 FD  HONOREE-EVENT
005160     RECORDING MODE IS F.
005170     COPY HONEVENT.
005200*----------------------------------------------------------------*
005300* ANNIV-XREF - REBUILT FROM SCRATCH EVERY RUN.  KEYS ARRIVE IN   *
005400* HON-ID ORDER, NOT KEY ORDER, SO THE FILE IS OPENED OUTPUT      *
006400 FD  BUILD-RPT
006500     RECORDING MODE IS F.
006600 01  BUILD-RPT-REC              PIC X(80).
006610*----------------------------------------------------------------*
006620* RUN-CONTROL - THE BATCH CYCLE LEDGER.  THE BUILD HAS NO        *
006630* PREDECESSOR; IT LEDGERS ITS OWN START AND END                  *
006640*----------------------------------------------------------------*
006650 FD  RUN-CONTROL
006660     RECORDING MODE IS F.
006670     COPY RUNCTL.
006700 WORKING-STORAGE SECTION.
006800*----------------------------------------------------------------*
006900* RUN-DATE WORK AREAS                                            *
008100     88  HONOREE-STATUS-OK              VALUE "00".
008200 77  WS-XREF-STATUS             PIC X(02).
008300     88  XREF-STATUS-OK                 VALUE "00".
008310 77  WS-EVENT-STATUS            PIC X(02).
008320     88  EVENT-STATUS-OK                VALUE "00".
008330 77  WS-EVENT-END-SWITCH        PIC X(01)  VALUE "N".
008340     88  HONOREE-EVENTS-DONE             VALUE "Y".
008350 77  WS-EVENT-FOUND-SWITCH      PIC X(01)  VALUE "N".
008360     88  HONOREE-EVENT-FOUND             VALUE "Y".
008400 77  WS-EOF-SWITCH              PIC X(01)  VALUE "N".
008500     88  HONOREE-EOF                     VALUE "Y".
008600*----------------------------------------------------------------*
009600 77  WS-HONOREE-READ-COUNT      PIC 9(07)  COMP  VALUE ZERO.
009700 77  WS-XREF-WRITTEN-COUNT      PIC 9(07)  COMP  VALUE ZERO.
009800 77  WS-SKIPPED-COUNT           PIC 9(07)  COMP  VALUE ZERO.
009810 77  WS-EVENT-READ-COUNT        PIC 9(07)  COMP  VALUE ZERO.
009820 77  WS-NO-EVENT-COUNT          PIC 9(07)  COMP  VALUE ZERO.
009822*----------------------------------------------------------------*
009824* RUN-CONTROL LEDGER WORK AREAS                                  *
009826*----------------------------------------------------------------*
009828 77  WS-RUNCTL-STATUS           PIC X(02).
009830     88  RUNCTL-STATUS-OK               VALUE "00".
009832     88  RUNCTL-NOT-FOUND               VALUE "35".
009834 77  WS-STEP-NAME               PIC X(08)  VALUE "HONXREF".
009836 77  WS-BUSINESS-DATE           PIC X(10).
009838 77  WS-BUSINESS-YMD            PIC X(08).
009840 77  WS-LEDGER-TODAY            PIC X(21).
009842 77  WS-LEDGER-DATE             PIC X(10).
009844 77  WS-LEDGER-TIME             PIC X(08).
009846 77  WS-LEDGER-ROW-SWITCH       PIC X(01)  VALUE "N".
009848     88  LEDGER-ROW-ON-FILE             VALUE "Y".
009850 77  WS-LEDGER-SWITCH           PIC X(01)  VALUE "N".
009852     88  LEDGER-ROW-STARTED             VALUE "Y".
009854*----------------------------------------------------------------*
009856* BUSINESS DATE - THE NIGHTLY BUILD FEEDS THE NEXT MORNING'S     *
009858* GREETING RUN, SO A BUILD STARTED AT OR AFTER THE CUTOFF HOUR   *
009860* IS LEDGERED UNDER THE NEXT DAY'S DATE.  CONFIGURABLE BY        *
009862* CHANGING WS-CYCLE-CUTOFF-HOUR (00 = ALWAYS THE NEXT DAY, 24 =  *
009864* ALWAYS THE SAME DAY).                                          *
009866*----------------------------------------------------------------*
009868 77  WS-CYCLE-CUTOFF-HOUR       PIC 9(02)  VALUE 18.
009870 77  WS-START-HOUR              PIC 9(02).
009872 01  WS-WORK-DATE.
009874     05  WS-WORK-YEAR           PIC 9(04).
009876     05  WS-WORK-MONTH          PIC 9(02).
009878     05  WS-WORK-DAY            PIC 9(02).
009880 01  WS-DAYS-TABLE-DATA         PIC X(24)  VALUE
009882     "312831303130313130313031".
009884 01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-DATA.
009886     05  WS-DAYS-IN-MONTH       OCCURS 12 TIMES PIC 9(02).
009888 77  WS-MONTH-LIMIT             PIC 9(02).
009890 77  WS-LEAP-TEST-YEAR          PIC 9(04).
009892 77  WS-LEAP-QUOTIENT           PIC 9(04)  COMP.
009894 77  WS-LEAP-REMAINDER          PIC 9(04)  COMP.
009896 77  WS-LEAP-SWITCH             PIC X(01)  VALUE "N".
009898     88  LEAP-YEAR                       VALUE "Y".
009900*----------------------------------------------------------------*
010000* REPORT LINE WORK AREAS                                          *
010100*----------------------------------------------------------------*
012200     STOP RUN
012300     .
012400*----------------------------------------------------------------*
012450* 1000-INITIALIZE - LEDGER THE START OF THE BUILD (OR REFUSE     *
012500*                   IT), THEN OPEN FILES AND COMPUTE THE RUN     *
012550*                   DATE                                         *
012600*----------------------------------------------------------------*
012700 1000-INITIALIZE.
012710     PERFORM 1500-SET-BUSINESS-DATE THRU 1500-EXIT
012720     PERFORM 1600-CHECK-RUN-LEDGER  THRU 1600-EXIT
012730
012800     OPEN INPUT  HONOREE-FILE
012900     IF NOT HONOREE-STATUS-OK
013000         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
013900         MOVE 16 TO RETURN-CODE
014000         STOP RUN
014100     END-IF
014110     OPEN INPUT  HONOREE-EVENT
014120     IF NOT EVENT-STATUS-OK
014130         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
014140             WS-EVENT-STATUS
014150         MOVE 16 TO RETURN-CODE
014160         STOP RUN
014170     END-IF
014200     OPEN OUTPUT BUILD-RPT
014300
014400     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
017300     .
017400 1100-EXIT.
017500     EXIT.
017501*----------------------------------------------------------------*
017502* 1500-SET-BUSINESS-DATE - THE BUSINESS DATE THIS BUILD IS       *
017503*                          LEDGERED UNDER - TODAY, OR TOMORROW   *
017504*                          WHEN THE BUILD STARTS AT OR AFTER     *
017505*                          WS-CYCLE-CUTOFF-HOUR                  *
017506*----------------------------------------------------------------*
017507 1500-SET-BUSINESS-DATE.
017508     MOVE FUNCTION CURRENT-DATE TO WS-LEDGER-TODAY
017509     MOVE WS-LEDGER-TODAY (1:8) TO WS-WORK-DATE
017510     MOVE WS-LEDGER-TODAY (9:2) TO WS-START-HOUR
017511     IF WS-START-HOUR NOT < WS-CYCLE-CUTOFF-HOUR
017512         PERFORM 1510-ADD-ONE-DAY THRU 1510-EXIT
017513     END-IF
017514
017515     STRING WS-WORK-MONTH       DELIMITED BY SIZE
017516            "/"                 DELIMITED BY SIZE
017517            WS-WORK-DAY         DELIMITED BY SIZE
017518            "/"                 DELIMITED BY SIZE
017519            WS-WORK-YEAR        DELIMITED BY SIZE
017520       INTO WS-BUSINESS-DATE
017521     .
017522 1500-EXIT.
017523     EXIT.
017524*----------------------------------------------------------------*
017525* 1510-ADD-ONE-DAY - ADVANCE WS-WORK-DATE BY ONE CALENDAR DAY,   *
017526*                    AS THE GREETING JOB DOES                    *
017527*----------------------------------------------------------------*
017528 1510-ADD-ONE-DAY.
017529     MOVE WS-DAYS-IN-MONTH (WS-WORK-MONTH) TO WS-MONTH-LIMIT
017530     IF WS-WORK-MONTH = 02
017531         MOVE WS-WORK-YEAR      TO WS-LEAP-TEST-YEAR
017532         PERFORM 1520-CHECK-LEAP-YEAR THRU 1520-EXIT
017533         IF LEAP-YEAR
017534             MOVE 29            TO WS-MONTH-LIMIT
017535         END-IF
017536     END-IF
017537
017538     IF WS-WORK-DAY < WS-MONTH-LIMIT
017539         ADD 1                  TO WS-WORK-DAY
017540     ELSE
017541         MOVE 01                TO WS-WORK-DAY
017542         IF WS-WORK-MONTH < 12
017543             ADD 1              TO WS-WORK-MONTH
017544         ELSE
017545             MOVE 01            TO WS-WORK-MONTH
017546             ADD 1              TO WS-WORK-YEAR
017547         END-IF
017548     END-IF
017549     .
017550 1510-EXIT.
017551     EXIT.
017552*----------------------------------------------------------------*
017553* 1520-CHECK-LEAP-YEAR - SET LEAP-YEAR FOR WS-LEAP-TEST-YEAR     *
017554*----------------------------------------------------------------*
017555 1520-CHECK-LEAP-YEAR.
017556     MOVE "N" TO WS-LEAP-SWITCH
017557     DIVIDE WS-LEAP-TEST-YEAR BY 4
017558         GIVING WS-LEAP-QUOTIENT
017559         REMAINDER WS-LEAP-REMAINDER
017560     IF WS-LEAP-REMAINDER = ZERO
017561         MOVE "Y" TO WS-LEAP-SWITCH
017562     END-IF
017563     DIVIDE WS-LEAP-TEST-YEAR BY 100
017564         GIVING WS-LEAP-QUOTIENT
017565         REMAINDER WS-LEAP-REMAINDER
017566     IF WS-LEAP-REMAINDER = ZERO
017567         MOVE "N" TO WS-LEAP-SWITCH
017568     END-IF
017569     DIVIDE WS-LEAP-TEST-YEAR BY 400
017570         GIVING WS-LEAP-QUOTIENT
017571         REMAINDER WS-LEAP-REMAINDER
017572     IF WS-LEAP-REMAINDER = ZERO
017573         MOVE "Y" TO WS-LEAP-SWITCH
017574     END-IF
017575     .
017576 1520-EXIT.
017577     EXIT.
017578*----------------------------------------------------------------*
017579* 1600-CHECK-RUN-LEDGER - OPEN THE RUN-CONTROL LEDGER (CREATING  *
017580*                         IT ON FIRST USE), REFUSE THE BUILD     *
017581*                         WHEN IT ALREADY RAN TO ITS END FOR THE *
017582*                         BUSINESS DATE WITHOUT A RERUN          *
017583*                         AUTHORIZATION, THEN LEDGER THE START   *
017584*----------------------------------------------------------------*
017585 1600-CHECK-RUN-LEDGER.
017586     OPEN I-O RUN-CONTROL
017587     IF RUNCTL-NOT-FOUND
017588         OPEN OUTPUT RUN-CONTROL
017589         CLOSE RUN-CONTROL
017590         OPEN I-O RUN-CONTROL
017591     END-IF
017592     IF NOT RUNCTL-STATUS-OK
017593         DISPLAY "UNABLE TO OPEN RUN-CONTROL - FILE STATUS = "
017594             WS-RUNCTL-STATUS
017595         MOVE 16 TO RETURN-CODE
017596         STOP RUN
017597     END-IF
017598
017599     MOVE WS-BUSINESS-DATE (7:4) TO WS-BUSINESS-YMD (1:4)
017600     MOVE WS-BUSINESS-DATE (1:2) TO WS-BUSINESS-YMD (5:2)
017601     MOVE WS-BUSINESS-DATE (4:2) TO WS-BUSINESS-YMD (7:2)
017602
017603     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
017604     MOVE WS-STEP-NAME          TO RCL-STEP-NAME
017605     READ RUN-CONTROL
017606         INVALID KEY
017607             MOVE "N"           TO WS-LEDGER-ROW-SWITCH
017608         NOT INVALID KEY
017609             MOVE "Y"           TO WS-LEDGER-ROW-SWITCH
017610     END-READ
017611
017612     IF  LEDGER-ROW-ON-FILE
017613     AND RCL-STEP-ENDED
017614     AND NOT RCL-RERUN-AUTHORIZED
017615         DISPLAY "RUN REFUSED - " WS-STEP-NAME
017616             " ALREADY RAN FOR BUSINESS DATE " WS-BUSINESS-DATE
017617         DISPLAY "  ENDED " RCL-END-DATE " " RCL-END-TIME
017618             " STATUS " RCL-STEP-STATUS
017619             " RETURN CODE " RCL-RETURN-CODE
017620         DISPLAY "  A DELIBERATE RERUN MUST FIRST BE AUTHORIZED"
017621             " THROUGH RUNCTLU"
017622         CLOSE RUN-CONTROL
017623         MOVE 12 TO RETURN-CODE
017624         STOP RUN
017625     END-IF
017626
017627     PERFORM 1620-START-LEDGER-ROW THRU 1620-EXIT
017628     CLOSE RUN-CONTROL
017629     .
017630 1600-EXIT.
017631     EXIT.
017632*----------------------------------------------------------------*
017633* 1620-START-LEDGER-ROW - WRITE THIS STEP'S ROW AS STARTED - OR, *
017634*                         ON A RESUBMISSION AFTER AN ABEND OR AN *
017635*                         AUTHORIZED RERUN, REWRITE THE ROW      *
017636*                         ALREADY ON FILE                        *
017637*----------------------------------------------------------------*
017638 1620-START-LEDGER-ROW.
017639     PERFORM 1630-SET-LEDGER-TIME THRU 1630-EXIT
017640     IF LEDGER-ROW-ON-FILE
017641         ADD 1                  TO RCL-RUN-COUNT
017642         IF RCL-RERUN-AUTHORIZED
017643             DISPLAY "RERUN OF " WS-STEP-NAME " FOR "
017644                 WS-BUSINESS-DATE " AUTHORIZED BY "
017645                 RCL-AUTH-OPERATOR
017646             MOVE "U"           TO RCL-AUTH-ACTION
017647         END-IF
017648     ELSE
017649         MOVE SPACES            TO RUN-CONTROL-REC
017650         MOVE WS-BUSINESS-YMD   TO RCL-BUSINESS-YMD
017651         MOVE WS-STEP-NAME      TO RCL-STEP-NAME
017652         MOVE 1                 TO RCL-RUN-COUNT
017653     END-IF
017654     MOVE WS-BUSINESS-DATE      TO RCL-BUSINESS-DATE
017655     MOVE "S"                   TO RCL-STEP-STATUS
017656     MOVE WS-LEDGER-DATE        TO RCL-START-DATE
017657     MOVE WS-LEDGER-TIME        TO RCL-START-TIME
017658     MOVE SPACES                TO RCL-END-DATE
017659                                   RCL-END-TIME
017660     MOVE ZERO                  TO RCL-RETURN-CODE
017661                                   RCL-INPUT-COUNT
017662                                   RCL-PROCESSED-COUNT
017663                                   RCL-OUTPUT-COUNT
017664     IF LEDGER-ROW-ON-FILE
017665         REWRITE RUN-CONTROL-REC
017666     ELSE
017667         WRITE RUN-CONTROL-REC
017668     END-IF
017669     IF NOT RUNCTL-STATUS-OK
017670         DISPLAY "UNABLE TO LEDGER THE START OF " WS-STEP-NAME
017671             " - FILE STATUS = " WS-RUNCTL-STATUS
017672         CLOSE RUN-CONTROL
017673         MOVE 16 TO RETURN-CODE
017674         STOP RUN
017675     END-IF
017676     MOVE "Y"                   TO WS-LEDGER-SWITCH
017677     .
017678 1620-EXIT.
017679     EXIT.
017680*----------------------------------------------------------------*
017681* 1630-SET-LEDGER-TIME - CURRENT DATE (MM/DD/CCYY) AND TIME      *
017682*                        (HH:MM:SS) FOR THE LEDGER ROW           *
017683*----------------------------------------------------------------*
017684 1630-SET-LEDGER-TIME.
017685     MOVE FUNCTION CURRENT-DATE TO WS-LEDGER-TODAY
017686     STRING WS-LEDGER-TODAY (5:2)  DELIMITED BY SIZE
017687            "/"                    DELIMITED BY SIZE
017688            WS-LEDGER-TODAY (7:2)  DELIMITED BY SIZE
017689            "/"                    DELIMITED BY SIZE
017690            WS-LEDGER-TODAY (1:4)  DELIMITED BY SIZE
017691       INTO WS-LEDGER-DATE
017692     STRING WS-LEDGER-TODAY (9:2)  DELIMITED BY SIZE
017693            ":"                    DELIMITED BY SIZE
017694            WS-LEDGER-TODAY (11:2) DELIMITED BY SIZE
017695            ":"                    DELIMITED BY SIZE
017696            WS-LEDGER-TODAY (13:2) DELIMITED BY SIZE
017697       INTO WS-LEDGER-TIME
017698     .
017699 1630-EXIT.
017700     EXIT.
017701*----------------------------------------------------------------*
017702* 2000-PROCESS-HONOREE - WRITE THE XREF ROWS FOR ONE GREETABLE   *
017800*                        HONOREE (ACTIVE AND NOT OPTED OUT), ONE *
017850*                        PER HONOREE-EVENT ROW                   *
017900*----------------------------------------------------------------*
018000 2000-PROCESS-HONOREE.
018100     IF NOT HON-ACTIVE OR HON-GREET-OPT-OUT
018300         GO TO 2000-NEXT
018400     END-IF
018500
018600     MOVE "N"                   TO WS-EVENT-END-SWITCH
018700     MOVE "N"                   TO WS-EVENT-FOUND-SWITCH
018800     MOVE HON-ID                TO HEV-HONOREE-ID
018900     MOVE LOW-VALUES            TO HEV-EVENT-TYPE
019000     START HONOREE-EVENT KEY IS NOT LESS THAN HEV-EVENT-KEY
019100         INVALID KEY
019110             MOVE "Y"           TO WS-EVENT-END-SWITCH
019120     END-START
019130     PERFORM 2050-PROCESS-EVENT THRU 2050-EXIT
019140         UNTIL HONOREE-EVENTS-DONE
019150
019160     IF NOT HONOREE-EVENT-FOUND
019170         ADD 1 TO WS-NO-EVENT-COUNT
019180         DISPLAY "NO HONOREE-EVENT ROWS FOR HONOREE " HON-ID
019190             " - NOTHING TO GREET"
019200     END-IF
019400     .
019500 2000-NEXT.
019600     PERFORM 1100-READ-HONOREE  THRU 1100-EXIT
019700     .
019800 2000-EXIT.
019900     EXIT.
019902*----------------------------------------------------------------*
019904* 2050-PROCESS-EVENT - READ THE NEXT HONOREE-EVENT ROW AND,      *
019906*                      WHILE IT STILL BELONGS TO THIS HONOREE,   *
019908*                      WRITE ITS XREF ROW WITH THE DECEMBER 9    *
019910*                      DEFAULT APPLIED TO AN UNSET MONTH/DAY     *
019912*----------------------------------------------------------------*
019914 2050-PROCESS-EVENT.
019916     READ HONOREE-EVENT NEXT RECORD
019918         AT END
019920             MOVE "Y"           TO WS-EVENT-END-SWITCH
019922             GO TO 2050-EXIT
019924     END-READ
019926     IF HEV-HONOREE-ID NOT = HON-ID
019928         MOVE "Y"               TO WS-EVENT-END-SWITCH
019930         GO TO 2050-EXIT
019932     END-IF
019934     ADD 1 TO WS-EVENT-READ-COUNT
019936     MOVE "Y"                   TO WS-EVENT-FOUND-SWITCH
019938
019940     MOVE HEV-EVENT-MONTH       TO WS-GREET-MONTH
019942     MOVE HEV-EVENT-DAY         TO WS-GREET-DAY
019944     IF WS-GREET-MONTH = ZERO OR WS-GREET-DAY = ZERO
019946         MOVE WS-VALID-MONTH    TO WS-GREET-MONTH
019948         MOVE WS-VALID-DAY      TO WS-GREET-DAY
019950     END-IF
019952
019954     PERFORM 2100-WRITE-XREF    THRU 2100-EXIT
019956     .
019958 2050-EXIT.
019960     EXIT.
020000*----------------------------------------------------------------*
020100* 2100-WRITE-XREF - WRITE ONE CROSS-REFERENCE ROW.  A DUPLICATE  *
020200*                   KEY CANNOT HAPPEN WHILE THE EVENT KEY IS     *
020300*                   UNIQUE, BUT IT IS REPORTED RATHER THAN       *
020400*                   TRUSTED AWAY.                                *
020700*----------------------------------------------------------------*
020800 2100-WRITE-XREF.
020900     MOVE WS-GREET-MONTH        TO AXR-GREET-MONTH
021000     MOVE WS-GREET-DAY          TO AXR-GREET-DAY
021100     MOVE HON-ID                TO AXR-HONOREE-ID
021150     MOVE HEV-EVENT-TYPE        TO AXR-EVENT-TYPE
021200     WRITE ANNIV-XREF-REC
021300         INVALID KEY
021400             DISPLAY "DUPLICATE XREF KEY FOR HONOREE " HON-ID
021450                 " EVENT " HEV-EVENT-TYPE
021500                 " - ROW SKIPPED"
021600         NOT INVALID KEY
021700             ADD 1 TO WS-XREF-WRITTEN-COUNT
023200     MOVE "INACTIVE/OPT-OUT SKIPPED...:" TO TOT-LABEL
023300     MOVE WS-SKIPPED-COUNT      TO TOT-COUNT
023400     WRITE BUILD-RPT-REC        FROM WS-TOTAL-LINE
023410     MOVE "EVENT ROWS READ............:" TO TOT-LABEL
023420     MOVE WS-EVENT-READ-COUNT   TO TOT-COUNT
023430     WRITE BUILD-RPT-REC        FROM WS-TOTAL-LINE
023440     MOVE "GREETABLE WITH NO EVENTS...:" TO TOT-LABEL
023450     MOVE WS-NO-EVENT-COUNT     TO TOT-COUNT
023460     WRITE BUILD-RPT-REC        FROM WS-TOTAL-LINE
023500
023600     CLOSE HONOREE-FILE
023650     CLOSE HONOREE-EVENT
023700     CLOSE ANNIV-XREF
023800     CLOSE BUILD-RPT
023810
023820     PERFORM 9500-END-LEDGER-ROW THRU 9500-EXIT
023900     .
024000 9000-EXIT.
024100     EXIT.
024101*----------------------------------------------------------------*
024102* 9500-END-LEDGER-ROW - REWRITE THIS STEP'S LEDGER ROW WITH THE  *
024103*                       END TIME, THE FINAL RETURN CODE AND THE  *
024104*                       RUN COUNTS - COMPLETED BELOW RETURN CODE *
024105*                       8, FAILED AT 8 OR ABOVE                  *
024106*----------------------------------------------------------------*
024107 9500-END-LEDGER-ROW.
024108     IF NOT LEDGER-ROW-STARTED
024109         GO TO 9500-EXIT
024110     END-IF
024111     PERFORM 1630-SET-LEDGER-TIME THRU 1630-EXIT
024112     OPEN I-O RUN-CONTROL
024113     IF NOT RUNCTL-STATUS-OK
024114         DISPLAY "UNABLE TO OPEN RUN-CONTROL - FILE STATUS = "
024115             WS-RUNCTL-STATUS
024116         DISPLAY "LEDGER ROW FOR " WS-STEP-NAME " "
024117             WS-BUSINESS-DATE " IS LEFT AT STARTED"
024118         MOVE 16 TO RETURN-CODE
024119         GO TO 9500-EXIT
024120     END-IF
024121
024122     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
024123     MOVE WS-STEP-NAME          TO RCL-STEP-NAME
024124     READ RUN-CONTROL
024125         INVALID KEY
024126             DISPLAY "LEDGER ROW FOR " WS-STEP-NAME " "
024127                 WS-BUSINESS-DATE " IS MISSING - END NOT RECORDED"
024128             CLOSE RUN-CONTROL
024129             MOVE 16 TO RETURN-CODE
024130             GO TO 9500-EXIT
024131     END-READ
024132
024133     MOVE RETURN-CODE           TO RCL-RETURN-CODE
024134     IF RETURN-CODE < 8
024135         MOVE "C"               TO RCL-STEP-STATUS
024136     ELSE
024137         MOVE "F"               TO RCL-STEP-STATUS
024138     END-IF
024139     MOVE WS-LEDGER-DATE        TO RCL-END-DATE
024140     MOVE WS-LEDGER-TIME        TO RCL-END-TIME
024141     MOVE WS-HONOREE-READ-COUNT TO RCL-INPUT-COUNT
024142     MOVE WS-EVENT-READ-COUNT   TO RCL-PROCESSED-COUNT
024143     MOVE WS-XREF-WRITTEN-COUNT TO RCL-OUTPUT-COUNT
024144     REWRITE RUN-CONTROL-REC
024145     IF NOT RUNCTL-STATUS-OK
024146         DISPLAY "UNABLE TO LEDGER THE END OF " WS-STEP-NAME
024147             " - FILE STATUS = " WS-RUNCTL-STATUS
024148         MOVE 16 TO RETURN-CODE
024149     END-IF
024150     CLOSE RUN-CONTROL
024151     .
024152 9500-EXIT.
024153     EXIT.
024200*================================================================*
