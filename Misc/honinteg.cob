000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.       HONINTEG.
000300 AUTHOR.           R COTTRELL.
000400 INSTALLATION.     OPERATIONS SUPPORT.
000500 DATE-WRITTEN.     10/15/2026.
000600 DATE-COMPILED.    10/15/2026.
000700*================================================================*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                   *
001100* 10/15/2026 RC    ORIGINAL PROGRAM - NIGHTLY INTEGRITY SWEEP OVER*
001200*                  THE HONOREE SUBSYSTEM, RUN AFTER HONXREF AND   *
001300*                  BEFORE THE MORNING GREETING RUN.  CHECKS THAT  *
001400*                  GREETING-PARM ROWS BELONG TO ACTIVE HONOREES   *
001500*                  (NOT ONES DEACTIVATED BY HONRECON OR MERGED    *
001600*                  AWAY BY HONDUPE), THAT EVERY GREETABLE EVENT   *
001700*                  HAS ITS ANNIV-XREF ROW ON THE RIGHT DATE AND   *
001800*                  NO XREF ROW IS LEFT FOR A MISSING, INACTIVE    *
001900*                  OR OPTED-OUT HONOREE, THAT LANGUAGE CODES ARE  *
002000*                  ON THE SUPPORTED LIST, THAT EMAIL ADDRESSES    *
002100*                  ARE WELL FORMED, AND THAT SHOP-CALENDAR DATES  *
002200*                  ARE VALID AND NOT PAST.  WRITES A CATEGORIZED  *
002300*                  EXCEPTION REPORT WITH COUNTS AND ENDS WITH     *
002400*                  RETURN CODE 8 WHEN ANY ERROR WAS FOUND (ONE    *
002500*                  THAT WOULD MAKE THE NEXT GREETING RUN MISS OR  *
002600*                  MISDATE A GREETING), 4 FOR WARNINGS ONLY, AND  *
002700*                  0 WHEN CLEAN, FOR THE SCHEDULER.               *
002800*================================================================*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT HONOREE-FILE       ASSIGN TO HONORFIL
003600                               ORGANIZATION IS INDEXED
003700                               ACCESS MODE IS DYNAMIC
003800                               RECORD KEY IS HON-ID
003900                               FILE STATUS IS WS-HONOREE-STATUS.
004000
004100     SELECT HONOREE-EVENT      ASSIGN TO HONEVENT
004200                               ORGANIZATION IS INDEXED
004300                               ACCESS MODE IS DYNAMIC
004400                               RECORD KEY IS HEV-EVENT-KEY
004500                               FILE STATUS IS WS-EVENT-STATUS.
004600
004700     SELECT GREETING-PARM      ASSIGN TO GREETPRM
004800                               ORGANIZATION IS INDEXED
004900                               ACCESS MODE IS SEQUENTIAL
005000                               RECORD KEY IS GPM-PARM-KEY
005100                               FILE STATUS IS WS-GRTPARM-STATUS.
005200
005300     SELECT ANNIV-XREF         ASSIGN TO ANIVXREF
005400                               ORGANIZATION IS INDEXED
005500                               ACCESS MODE IS DYNAMIC
005600                               RECORD KEY IS AXR-XREF-KEY
005700                               FILE STATUS IS WS-XREF-STATUS.
005800
005900     SELECT SHOP-CALENDAR      ASSIGN TO SHOPCAL
006000                               ORGANIZATION IS LINE SEQUENTIAL
006100                               FILE STATUS IS WS-SHOPCAL-STATUS.
006200
006300     SELECT INTEGRITY-RPT      ASSIGN TO HONINTRP
006400                               ORGANIZATION IS LINE SEQUENTIAL.
006500*================================================================*
006600 DATA DIVISION.
006700 FILE SECTION.
006800*----------------------------------------------------------------*
006900* HONOREE-FILE - SWEPT IN KEY ORDER, AND READ BY KEY FOR EACH    *
007000* GREETING-PARM AND XREF ROW                                     *
007100*----------------------------------------------------------------*
007200 FD  HONOREE-FILE
007300     RECORDING MODE IS F.
007400     COPY HONOREE.
007500*----------------------------------------------------------------*
007600* HONOREE-EVENT - EACH HONOREE'S EVENT ROWS, AND THE ROW NAMED   *
007700* BY EACH XREF ROW                                               *
007800*----------------------------------------------------------------*
007900 FD  HONOREE-EVENT
008000     RECORDING MODE IS F.
008100     COPY HONEVENT.
008200*----------------------------------------------------------------*
008300* GREETING-PARM - SWEPT IN KEY ORDER                             *
008400*----------------------------------------------------------------*
008500 FD  GREETING-PARM
008600     RECORDING MODE IS F.
008700     COPY GREETPRM.
008800*----------------------------------------------------------------*
008900* ANNIV-XREF - READ BY KEY FOR EACH GREETABLE EVENT, THEN SWEPT  *
009000* IN KEY ORDER FOR ROWS THAT NO LONGER BELONG                    *
009100*----------------------------------------------------------------*
009200 FD  ANNIV-XREF
009300     RECORDING MODE IS F.
009400     COPY ANNIVXRF.
009500*----------------------------------------------------------------*
009600* SHOP-CALENDAR - THE SAME NON-PROCESSING-DATE CONTROL FILE THE  *
009700* GREETING JOB READS, ONE MM/DD/CCYY DATE PER RECORD             *
009800*----------------------------------------------------------------*
009900 FD  SHOP-CALENDAR
010000     RECORDING MODE IS F.
010100 01  SHOP-CALENDAR-REC.
010200     05  SCL-CLOSED-DATE        PIC X(10).
010300     05  FILLER                 PIC X(70).
010400*----------------------------------------------------------------*
010500* INTEGRITY-RPT - ONE LINE PER EXCEPTION, GROUPED BY THE FILE    *
010600* SWEPT, THEN THE COUNT FOR EVERY CATEGORY                       *
010700*----------------------------------------------------------------*
010800 FD  INTEGRITY-RPT
010900     RECORDING MODE IS F.
011000 01  INTEGRITY-RPT-REC          PIC X(110).
011100 WORKING-STORAGE SECTION.
011200*----------------------------------------------------------------*
011300* RUN-DATE WORK AREAS                                            *
011400*----------------------------------------------------------------*
011500 77  WS-TODAY                   PIC X(21).
011600 01  WS-CURRENT-DATE-R.
011700     05  WS-CURRENT-YEAR        PIC 9(04).
011800     05  WS-CURRENT-MONTH       PIC 9(02).
011900     05  WS-CURRENT-DAY         PIC 9(02).
012000 77  WS-TODAY-YMD               PIC X(08).
012100 77  WS-PRINT-DATE              PIC X(10).
012200*----------------------------------------------------------------*
012300* FILE STATUS AND CONTROL SWITCHES                               *
012400*----------------------------------------------------------------*
012500 77  WS-HONOREE-STATUS          PIC X(02).
012600     88  HONOREE-STATUS-OK              VALUE "00".
012700 77  WS-EVENT-STATUS            PIC X(02).
012800     88  EVENT-STATUS-OK                VALUE "00".
012900 77  WS-GRTPARM-STATUS          PIC X(02).
013000     88  GRTPARM-STATUS-OK              VALUE "00".
013100 77  WS-XREF-STATUS             PIC X(02).
013200     88  XREF-STATUS-OK                 VALUE "00".
013300 77  WS-SHOPCAL-STATUS          PIC X(02).
013400     88  SHOPCAL-STATUS-OK              VALUE "00".
013500 77  WS-EOF-SWITCH              PIC X(01)  VALUE "N".
013600     88  SWEEP-EOF                       VALUE "Y".
013700 77  WS-EVENT-END-SWITCH        PIC X(01)  VALUE "N".
013800     88  HONOREE-EVENTS-DONE             VALUE "Y".
013900 77  WS-VALID-SWITCH            PIC X(01).
014000     88  VALUE-IS-VALID                  VALUE "Y".
014100*----------------------------------------------------------------*
014200* SUPPORTED LANGUAGES - THE CODES GREETING-PARM ROWS AND         *
014300* HON-LANG-CODE MAY CARRY.  A BLANK HON-LANG-CODE MEANS THE SHOP *
014400* LANGUAGE AND IS NOT AN EXCEPTION.  CONFIGURABLE BY CHANGING    *
014500* WS-LANGUAGE-DATA AND WS-LANGUAGE-MAX                           *
014600*----------------------------------------------------------------*
014700 01  WS-LANGUAGE-DATA           PIC X(20)  VALUE
014800     "ENFRESDEITPTNLJAZHKO".
014900 01  WS-LANGUAGE-TABLE REDEFINES WS-LANGUAGE-DATA.
015000     05  WS-LANGUAGE-CODE       OCCURS 10 TIMES PIC X(02).
015100 77  WS-LANGUAGE-MAX            PIC 9(02)  COMP  VALUE 10.
015200 77  WS-LANGUAGE-IX             PIC 9(02)  COMP.
015300 77  WS-CHECK-LANGUAGE          PIC X(02).
015400*----------------------------------------------------------------*
015500* XREF WORK AREAS - THE DECEMBER 9 DEFAULT ANNIVERSARY, AS IN    *
015600* HONXREF                                                        *
015700*----------------------------------------------------------------*
015800 77  WS-VALID-MONTH             PIC 9(02)  VALUE 12.
015900 77  WS-VALID-DAY               PIC 9(02)  VALUE 09.
016000 77  WS-GREET-MONTH             PIC 9(02).
016100 77  WS-GREET-DAY               PIC 9(02).
016200*----------------------------------------------------------------*
016300* EMAIL FORMAT WORK AREAS                                        *
016400*----------------------------------------------------------------*
016500 77  WS-ADDR-LENGTH             PIC 9(02)  COMP.
016600 77  WS-AT-COUNT                PIC 9(02)  COMP.
016700 77  WS-AT-OFFSET               PIC 9(02)  COMP.
016800 77  WS-DOMAIN-START            PIC 9(02)  COMP.
016900 77  WS-DOMAIN-LENGTH           PIC 9(02)  COMP.
017000 77  WS-DOT-COUNT               PIC 9(02)  COMP.
017100 77  WS-EMAIL-PROBLEM           PIC X(20).
017200*----------------------------------------------------------------*
017300* CALENDAR DATE WORK AREAS                                       *
017400*----------------------------------------------------------------*
017500 01  WS-CAL-DATE.
017600     05  WS-CAL-MM              PIC X(02).
017700     05  WS-CAL-SLASH-1         PIC X(01).
017800     05  WS-CAL-DD              PIC X(02).
017900     05  WS-CAL-SLASH-2         PIC X(01).
018000     05  WS-CAL-CCYY            PIC X(04).
018100 01  WS-CAL-NUMERIC.
018200     05  WS-CAL-YEAR            PIC 9(04).
018300     05  WS-CAL-MONTH           PIC 9(02).
018400     05  WS-CAL-DAY             PIC 9(02).
018500 01  WS-CAL-YMD REDEFINES WS-CAL-NUMERIC
018600                                PIC X(08).
018700 01  WS-DAYS-TABLE-DATA         PIC X(24)  VALUE
018800     "312931303130313130313031".
018900 01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-DATA.
019000     05  WS-DAYS-IN-MONTH       OCCURS 12 TIMES PIC 9(02).
019100 77  WS-MONTH-LIMIT             PIC 9(02).
019200 77  WS-LEAP-QUOTIENT           PIC 9(04)  COMP.
019300 77  WS-LEAP-REMAINDER          PIC 9(04)  COMP.
019400 77  WS-LEAP-SWITCH             PIC X(01)  VALUE "N".
019500     88  LEAP-YEAR                       VALUE "Y".
019600*----------------------------------------------------------------*
019700* EXCEPTION CATEGORIES - SEVERITY (E = ERROR, W = WARNING) AND   *
019800* REPORT LABEL.  AN ERROR IS ONE THAT WOULD MAKE THE NEXT        *
019900* GREETING RUN MISS, MISDATE OR STOP ON A GREETING; THE REST ARE *
020000* HOUSEKEEPING.  THE WS-CAT- NUMBERS BELOW INDEX THIS TABLE.     *
020100*----------------------------------------------------------------*
020200 01  WS-CATEGORY-DATA.
020300     05  FILLER                 PIC X(41)  VALUE
020400         "WGREETING-PARM - HONOREE NOT ON FILE".
020500     05  FILLER                 PIC X(41)  VALUE
020600         "WGREETING-PARM - HONOREE INACTIVE/MERGED".
020700     05  FILLER                 PIC X(41)  VALUE
020800         "WGREETING-PARM - LANGUAGE NOT SUPPORTED".
020900     05  FILLER                 PIC X(41)  VALUE
021000         "WHONOREE - LANGUAGE NOT SUPPORTED".
021100     05  FILLER                 PIC X(41)  VALUE
021200         "WHONOREE - EMAIL ADDRESS MALFORMED".
021300     05  FILLER                 PIC X(41)  VALUE
021400         "EXREF - GREETABLE EVENT HAS NO ROW".
021500     05  FILLER                 PIC X(41)  VALUE
021600         "EXREF - ROW FILED UNDER WRONG DATE".
021700     05  FILLER                 PIC X(41)  VALUE
021800         "EXREF - HONOREE NOT ON FILE".
021900     05  FILLER                 PIC X(41)  VALUE
022000         "EXREF - EVENT NOT ON FILE".
022100     05  FILLER                 PIC X(41)  VALUE
022200         "WXREF - HONOREE INACTIVE/MERGED".
022300     05  FILLER                 PIC X(41)  VALUE
022400         "WXREF - HONOREE OPTED OUT".
022500     05  FILLER                 PIC X(41)  VALUE
022600         "ESHOP-CALENDAR - MALFORMED DATE".
022700     05  FILLER                 PIC X(41)  VALUE
022800         "WSHOP-CALENDAR - DATE ALREADY PAST".
022900 01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-DATA.
023000     05  WS-CATEGORY-ENTRY      OCCURS 13 TIMES.
023100         10  CAT-SEVERITY       PIC X(01).
023200             88  CAT-ERROR              VALUE "E".
023300         10  CAT-LABEL          PIC X(40).
023400 01  WS-CATEGORY-COUNTS.
023500     05  CAT-COUNT              OCCURS 13 TIMES
023600                                PIC 9(07)  COMP.
023700 77  WS-CATEGORY-MAX            PIC 9(02)  COMP  VALUE 13.
023800 77  WS-CAT-IX                  PIC 9(02)  COMP.
023900 77  WS-CAT-GPM-NO-HONOREE      PIC 9(02)  COMP  VALUE 1.
024000 77  WS-CAT-GPM-INACTIVE        PIC 9(02)  COMP  VALUE 2.
024100 77  WS-CAT-GPM-LANGUAGE        PIC 9(02)  COMP  VALUE 3.
024200 77  WS-CAT-HON-LANGUAGE        PIC 9(02)  COMP  VALUE 4.
024300 77  WS-CAT-HON-EMAIL           PIC 9(02)  COMP  VALUE 5.
024400 77  WS-CAT-XREF-MISSING        PIC 9(02)  COMP  VALUE 6.
024500 77  WS-CAT-XREF-MISPLACED      PIC 9(02)  COMP  VALUE 7.
024600 77  WS-CAT-XREF-NO-HONOREE     PIC 9(02)  COMP  VALUE 8.
024700 77  WS-CAT-XREF-NO-EVENT       PIC 9(02)  COMP  VALUE 9.
024800 77  WS-CAT-XREF-INACTIVE       PIC 9(02)  COMP  VALUE 10.
024900 77  WS-CAT-XREF-OPT-OUT        PIC 9(02)  COMP  VALUE 11.
025000 77  WS-CAT-CAL-MALFORMED       PIC 9(02)  COMP  VALUE 12.
025100 77  WS-CAT-CAL-PAST            PIC 9(02)  COMP  VALUE 13.
025200*----------------------------------------------------------------*
025300* CONTROL TOTALS                                                 *
025400*----------------------------------------------------------------*
025500 77  WS-GPM-READ-COUNT          PIC 9(07)  COMP  VALUE ZERO.
025600 77  WS-HONOREE-READ-COUNT      PIC 9(07)  COMP  VALUE ZERO.
025700 77  WS-EVENT-READ-COUNT        PIC 9(07)  COMP  VALUE ZERO.
025800 77  WS-XREF-READ-COUNT         PIC 9(07)  COMP  VALUE ZERO.
025900 77  WS-CAL-READ-COUNT          PIC 9(07)  COMP  VALUE ZERO.
025950 77  WS-CAL-RECORD-NO           PIC Z(06)9.
026000 77  WS-ERROR-COUNT             PIC 9(07)  COMP  VALUE ZERO.
026100 77  WS-WARNING-COUNT           PIC 9(07)  COMP  VALUE ZERO.
026200*----------------------------------------------------------------*
026300* REPORT LINE WORK AREAS                                         *
026400*----------------------------------------------------------------*
026500 01  WS-HEADING-LINE.
026600     05  FILLER                 PIC X(44)  VALUE
026700         "HONOREE SUBSYSTEM INTEGRITY SWEEP   RUN DATE".
026800     05  FILLER                 PIC X(02)  VALUE ": ".
026900     05  HDG-RUN-DATE           PIC X(10).
027000     05  FILLER                 PIC X(54)  VALUE SPACES.
027100 01  WS-SECTION-LINE.
027200     05  FILLER                 PIC X(09)  VALUE "SWEEP OF ".
027300     05  SEC-FILE-NAME          PIC X(20).
027400     05  FILLER                 PIC X(81)  VALUE SPACES.
027500 01  WS-EXCEPTION-LINE.
027600     05  EXC-SEVERITY           PIC X(07).
027700     05  FILLER                 PIC X(02)  VALUE SPACES.
027800     05  EXC-CATEGORY           PIC X(40).
027900     05  FILLER                 PIC X(02)  VALUE SPACES.
028000     05  EXC-KEY                PIC X(14).
028100     05  FILLER                 PIC X(02)  VALUE SPACES.
028200     05  EXC-DETAIL             PIC X(43).
028300 01  WS-CATEGORY-LINE.
028400     05  CTL-SEVERITY           PIC X(07).
028500     05  FILLER                 PIC X(02)  VALUE SPACES.
028600     05  CTL-LABEL              PIC X(40).
028700     05  FILLER                 PIC X(02)  VALUE ": ".
028800     05  CTL-COUNT              PIC ZZZZZZ9.
028900     05  FILLER                 PIC X(52)  VALUE SPACES.
029000 01  WS-TOTAL-LINE.
029100     05  TOT-LABEL              PIC X(30).
029200     05  TOT-COUNT              PIC ZZZZZZ9.
029300     05  FILLER                 PIC X(73)  VALUE SPACES.
029400*================================================================*
029500 PROCEDURE DIVISION.
029600*================================================================*
029700* 0000-MAINLINE - CONTROLS OVERALL PROGRAM FLOW                  *
029800*================================================================*
029900 0000-MAINLINE.
030000     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
030100     PERFORM 2000-CHECK-GREETING-PARM THRU 2000-EXIT
030200     PERFORM 3000-CHECK-HONOREES    THRU 3000-EXIT
030300     PERFORM 4000-CHECK-XREF        THRU 4000-EXIT
030400     PERFORM 5000-CHECK-CALENDAR    THRU 5000-EXIT
030500     PERFORM 9000-TERMINATE         THRU 9000-EXIT
030600     STOP RUN
030700     .
030800*----------------------------------------------------------------*
030900* 1000-INITIALIZE - OPEN FILES, COMPUTE THE RUN DATE, AND PRINT  *
031000*                   THE HEADING                                  *
031100*----------------------------------------------------------------*
031200 1000-INITIALIZE.
031300     OPEN INPUT HONOREE-FILE
031400     IF NOT HONOREE-STATUS-OK
031500         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
031600             WS-HONOREE-STATUS
031700         MOVE 16 TO RETURN-CODE
031800         STOP RUN
031900     END-IF
032000     OPEN INPUT HONOREE-EVENT
032100     IF NOT EVENT-STATUS-OK
032200         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
032300             WS-EVENT-STATUS
032400         MOVE 16 TO RETURN-CODE
032500         STOP RUN
032600     END-IF
032700     OPEN INPUT GREETING-PARM
032800     IF NOT GRTPARM-STATUS-OK
032900         DISPLAY "UNABLE TO OPEN GREETING-PARM - FILE STATUS = "
033000             WS-GRTPARM-STATUS
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF
033400     OPEN INPUT ANNIV-XREF
033500     IF NOT XREF-STATUS-OK
033600         DISPLAY "UNABLE TO OPEN ANNIV-XREF - FILE STATUS = "
033700             WS-XREF-STATUS
033800         MOVE 16 TO RETURN-CODE
033900         STOP RUN
034000     END-IF
034100     OPEN INPUT SHOP-CALENDAR
034200     IF NOT SHOPCAL-STATUS-OK
034300         DISPLAY "UNABLE TO OPEN SHOP-CALENDAR - FILE STATUS = "
034400             WS-SHOPCAL-STATUS
034500         MOVE 16 TO RETURN-CODE
034600         STOP RUN
034700     END-IF
034800     OPEN OUTPUT INTEGRITY-RPT
034900
035000     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
035100     MOVE WS-TODAY (1:4)        TO WS-CURRENT-YEAR
035200     MOVE WS-TODAY (5:2)        TO WS-CURRENT-MONTH
035300     MOVE WS-TODAY (7:2)        TO WS-CURRENT-DAY
035400     MOVE WS-TODAY (1:8)        TO WS-TODAY-YMD
035500
035600     STRING WS-CURRENT-MONTH    DELIMITED BY SIZE
035700            "/"                 DELIMITED BY SIZE
035800            WS-CURRENT-DAY      DELIMITED BY SIZE
035900            "/"                 DELIMITED BY SIZE
036000            WS-CURRENT-YEAR     DELIMITED BY SIZE
036100       INTO WS-PRINT-DATE
036200
036300     INITIALIZE WS-CATEGORY-COUNTS
036400     MOVE WS-PRINT-DATE         TO HDG-RUN-DATE
036500     WRITE INTEGRITY-RPT-REC    FROM WS-HEADING-LINE
036600     .
036700 1000-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------*
037000* 2000-CHECK-GREETING-PARM - EVERY GREETING-PARM ROW MUST BELONG *
037100*                            TO AN ACTIVE HONOREE AND CARRY A    *
037200*                            SUPPORTED LANGUAGE.  A ROW LEFT FOR *
037300*                            A HONOREE DEACTIVATED BY HONRECON   *
037400*                            OR MERGED AWAY BY HONDUPE (BOTH     *
037500*                            LEAVE THE HONOREE INACTIVE) IS      *
037600*                            REPORTED FOR GPMMAINT TO DELETE.    *
037700*----------------------------------------------------------------*
037800 2000-CHECK-GREETING-PARM.
037900     MOVE "GREETING-PARM"       TO SEC-FILE-NAME
038000     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
038100
038200     MOVE "N"                   TO WS-EOF-SWITCH
038300     PERFORM 2100-CHECK-ONE-GPM THRU 2100-EXIT
038400         UNTIL SWEEP-EOF
038500     .
038600 2000-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------*
038900* 2100-CHECK-ONE-GPM - READ AND CHECK ONE GREETING-PARM ROW      *
039000*----------------------------------------------------------------*
039100 2100-CHECK-ONE-GPM.
039200     READ GREETING-PARM NEXT RECORD
039300         AT END
039400             MOVE "Y"           TO WS-EOF-SWITCH
039500             GO TO 2100-EXIT
039600     END-READ
039700     ADD 1 TO WS-GPM-READ-COUNT
039800
039900     MOVE SPACES                TO EXC-KEY
040000     STRING GPM-HONOREE-ID      DELIMITED BY SIZE
040100            " "                 DELIMITED BY SIZE
040200            GPM-LANGUAGE-CODE   DELIMITED BY SIZE
040300       INTO EXC-KEY
040400
040500     MOVE GPM-LANGUAGE-CODE     TO WS-CHECK-LANGUAGE
040600     PERFORM 6000-CHECK-LANGUAGE THRU 6000-EXIT
040700     IF NOT VALUE-IS-VALID
040800         MOVE WS-CAT-GPM-LANGUAGE TO WS-CAT-IX
040900         MOVE SPACES            TO EXC-DETAIL
041000         STRING "LANGUAGE CODE '"   DELIMITED BY SIZE
041100                GPM-LANGUAGE-CODE   DELIMITED BY SIZE
041200                "'"                 DELIMITED BY SIZE
041300           INTO EXC-DETAIL
041400         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
041500     END-IF
041600
041700     MOVE GPM-HONOREE-ID        TO HON-ID
041800     READ HONOREE-FILE
041900         INVALID KEY
042000             MOVE WS-CAT-GPM-NO-HONOREE TO WS-CAT-IX
042100             MOVE "NO HONOREE-FILE ROW FOR THIS ID"
042200                 TO EXC-DETAIL
042300             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
042400             GO TO 2100-EXIT
042500     END-READ
042600     IF NOT HON-ACTIVE
042700         MOVE WS-CAT-GPM-INACTIVE TO WS-CAT-IX
042800         MOVE HON-NAME          TO EXC-DETAIL
042900         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
043000     END-IF
043100     .
043200 2100-EXIT.
043300     EXIT.
043400*----------------------------------------------------------------*
043500* 3000-CHECK-HONOREES - SWEEP HONOREE-FILE IN KEY ORDER: CHECK   *
043600*                       EACH HONOREE'S LANGUAGE AND EMAIL, AND   *
043700*                       FOR A GREETABLE ONE (ACTIVE AND NOT      *
043800*                       OPTED OUT) THAT EVERY EVENT ROW HAS ITS  *
043900*                       XREF ROW.  THE KEYED READS OF THE LAST   *
044000*                       SWEEP MOVED THE FILE POSITION, SO THE    *
044100*                       SWEEP STARTS FROM THE TOP.               *
044200*----------------------------------------------------------------*
044300 3000-CHECK-HONOREES.
044400     MOVE "HONOREE-FILE"        TO SEC-FILE-NAME
044500     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
044600
044700     MOVE "N"                   TO WS-EOF-SWITCH
044800     MOVE LOW-VALUES            TO HON-ID
044900     START HONOREE-FILE KEY IS GREATER THAN HON-ID
045000         INVALID KEY
045100             MOVE "Y"           TO WS-EOF-SWITCH
045200     END-START
045300     PERFORM 3100-CHECK-ONE-HONOREE THRU 3100-EXIT
045400         UNTIL SWEEP-EOF
045500     .
045600 3000-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------*
045900* 3100-CHECK-ONE-HONOREE - READ AND CHECK ONE HONOREE            *
046000*----------------------------------------------------------------*
046100 3100-CHECK-ONE-HONOREE.
046200     READ HONOREE-FILE NEXT RECORD
046300         AT END
046400             MOVE "Y"           TO WS-EOF-SWITCH
046500             GO TO 3100-EXIT
046600     END-READ
046700     ADD 1 TO WS-HONOREE-READ-COUNT
046800     MOVE HON-ID                TO EXC-KEY
046900
047000     IF HON-LANG-CODE NOT = SPACES
047100         MOVE HON-LANG-CODE     TO WS-CHECK-LANGUAGE
047200         PERFORM 6000-CHECK-LANGUAGE THRU 6000-EXIT
047300         IF NOT VALUE-IS-VALID
047400             MOVE WS-CAT-HON-LANGUAGE TO WS-CAT-IX
047500             MOVE SPACES        TO EXC-DETAIL
047600             STRING "LANGUAGE CODE '"   DELIMITED BY SIZE
047700                    HON-LANG-CODE       DELIMITED BY SIZE
047800                    "'"                 DELIMITED BY SIZE
047900               INTO EXC-DETAIL
048000             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
048100         END-IF
048200     END-IF
048300
048400     IF HON-EMAIL-ADDR NOT = SPACES
048500         PERFORM 3200-CHECK-EMAIL THRU 3200-EXIT
048600         IF NOT VALUE-IS-VALID
048700             MOVE WS-CAT-HON-EMAIL TO WS-CAT-IX
048800             MOVE HON-EMAIL-ADDR TO EXC-DETAIL
048900             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
049000             MOVE WS-EMAIL-PROBLEM TO EXC-DETAIL
049100             MOVE SPACES         TO EXC-SEVERITY EXC-CATEGORY
049200             WRITE INTEGRITY-RPT-REC FROM WS-EXCEPTION-LINE
049300         END-IF
049400     END-IF
049500
049600     IF HON-ACTIVE AND NOT HON-GREET-OPT-OUT
049700         PERFORM 3300-CHECK-EVENTS THRU 3300-EXIT
049800     END-IF
049900     .
050000 3100-EXIT.
050100     EXIT.
050200*----------------------------------------------------------------*
050300* 3200-CHECK-EMAIL - A WELL-FORMED ADDRESS HAS NO EMBEDDED       *
050400*                    BLANK, EXACTLY ONE "@" WITH SOMETHING       *
050500*                    BEFORE IT, AND A DOMAIN AFTER IT OF AT      *
050600*                    LEAST THREE CHARACTERS CONTAINING A "."     *
050700*                    THAT NEITHER STARTS NOR ENDS IT.  ANYTHING  *
050800*                    ELSE WILL ONLY BOUNCE AT THE GATEWAY.       *
050900*----------------------------------------------------------------*
051000 3200-CHECK-EMAIL.
051100     MOVE "N"                   TO WS-VALID-SWITCH
051200     MOVE ZERO                  TO WS-ADDR-LENGTH
051300                                   WS-AT-COUNT
051400                                   WS-AT-OFFSET
051500     INSPECT HON-EMAIL-ADDR TALLYING
051600         WS-ADDR-LENGTH FOR CHARACTERS BEFORE INITIAL SPACE
051700     INSPECT HON-EMAIL-ADDR TALLYING
051800         WS-AT-COUNT    FOR ALL "@"
051900     INSPECT HON-EMAIL-ADDR TALLYING
052000         WS-AT-OFFSET   FOR CHARACTERS BEFORE INITIAL "@"
052100
052200     IF WS-ADDR-LENGTH < 40
052300         IF HON-EMAIL-ADDR (WS-ADDR-LENGTH + 1:) NOT = SPACES
052400             MOVE "EMBEDDED BLANK"  TO WS-EMAIL-PROBLEM
052500             GO TO 3200-EXIT
052600         END-IF
052700     END-IF
052800     IF WS-AT-COUNT NOT = 1
052900         MOVE "NOT EXACTLY ONE @"   TO WS-EMAIL-PROBLEM
053000         GO TO 3200-EXIT
053100     END-IF
053200     IF WS-AT-OFFSET = ZERO
053300         MOVE "NOTHING BEFORE @"    TO WS-EMAIL-PROBLEM
053400         GO TO 3200-EXIT
053500     END-IF
053600
053700     COMPUTE WS-DOMAIN-START  = WS-AT-OFFSET + 2
053800     COMPUTE WS-DOMAIN-LENGTH = WS-ADDR-LENGTH - WS-AT-OFFSET - 1
053900     IF WS-DOMAIN-LENGTH < 3
054000         MOVE "DOMAIN TOO SHORT"    TO WS-EMAIL-PROBLEM
054100         GO TO 3200-EXIT
054200     END-IF
054300     MOVE ZERO                  TO WS-DOT-COUNT
054400     INSPECT HON-EMAIL-ADDR (WS-DOMAIN-START:WS-DOMAIN-LENGTH)
054500         TALLYING WS-DOT-COUNT FOR ALL "."
054600     IF WS-DOT-COUNT = ZERO
054700         MOVE "NO . IN DOMAIN"      TO WS-EMAIL-PROBLEM
054800         GO TO 3200-EXIT
054900     END-IF
055000     IF HON-EMAIL-ADDR (WS-DOMAIN-START:1) = "."
055100       OR HON-EMAIL-ADDR (WS-ADDR-LENGTH:1) = "."
055200         MOVE "DOMAIN STARTS/ENDS ." TO WS-EMAIL-PROBLEM
055300         GO TO 3200-EXIT
055400     END-IF
055500
055600     MOVE "Y"                   TO WS-VALID-SWITCH
055700     .
055800 3200-EXIT.
055900     EXIT.
056000*----------------------------------------------------------------*
056100* 3300-CHECK-EVENTS - POSITION AT THE HONOREE'S FIRST EVENT ROW  *
056200*                     AND CHECK EACH ONE, AS HONXREF READS THEM  *
056300*----------------------------------------------------------------*
056400 3300-CHECK-EVENTS.
056500     MOVE "N"                   TO WS-EVENT-END-SWITCH
056600     MOVE HON-ID                TO HEV-HONOREE-ID
056700     MOVE LOW-VALUES            TO HEV-EVENT-TYPE
056800     START HONOREE-EVENT KEY IS NOT LESS THAN HEV-EVENT-KEY
056900         INVALID KEY
057000             MOVE "Y"           TO WS-EVENT-END-SWITCH
057100     END-START
057200     PERFORM 3310-CHECK-ONE-EVENT THRU 3310-EXIT
057300         UNTIL HONOREE-EVENTS-DONE
057400     .
057500 3300-EXIT.
057600     EXIT.
057700*----------------------------------------------------------------*
057800* 3310-CHECK-ONE-EVENT - READ THE NEXT EVENT ROW AND, WHILE IT   *
057900*                        STILL BELONGS TO THIS HONOREE, LOOK FOR *
058000*                        THE XREF ROW HONXREF WOULD BUILD FOR IT.*
058100*                        A MISSING ROW MEANS A CHANGE MADE SINCE *
058200*                        THE LAST BUILD (OR A FAILED BUILD) AND A*
058300*                        GREETING THE NEXT RUN WOULD NOT SEND.   *
058400*----------------------------------------------------------------*
058500 3310-CHECK-ONE-EVENT.
058600     READ HONOREE-EVENT NEXT RECORD
058700         AT END
058800             MOVE "Y"           TO WS-EVENT-END-SWITCH
058900             GO TO 3310-EXIT
059000     END-READ
059100     IF HEV-HONOREE-ID NOT = HON-ID
059200         MOVE "Y"               TO WS-EVENT-END-SWITCH
059300         GO TO 3310-EXIT
059400     END-IF
059500     ADD 1 TO WS-EVENT-READ-COUNT
059600
059700     PERFORM 7000-SET-GREET-DATE THRU 7000-EXIT
059800     MOVE SPACES                TO ANNIV-XREF-REC
059900     MOVE WS-GREET-MONTH        TO AXR-GREET-MONTH
060000     MOVE WS-GREET-DAY          TO AXR-GREET-DAY
060100     MOVE HON-ID                TO AXR-HONOREE-ID
060200     MOVE HEV-EVENT-TYPE        TO AXR-EVENT-TYPE
060300     READ ANNIV-XREF
060400         INVALID KEY
060500             MOVE WS-CAT-XREF-MISSING TO WS-CAT-IX
060600             MOVE SPACES        TO EXC-KEY EXC-DETAIL
060700             STRING HON-ID              DELIMITED BY SIZE
060800                    " EVENT "           DELIMITED BY SIZE
060900                    HEV-EVENT-TYPE      DELIMITED BY SIZE
061000               INTO EXC-KEY
061100             STRING "EXPECTED UNDER "   DELIMITED BY SIZE
061200                    WS-GREET-MONTH      DELIMITED BY SIZE
061300                    "/"                 DELIMITED BY SIZE
061400                    WS-GREET-DAY        DELIMITED BY SIZE
061500               INTO EXC-DETAIL
061600             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
061700     END-READ
061800     .
061900 3310-EXIT.
062000     EXIT.
062100*----------------------------------------------------------------*
062200* 4000-CHECK-XREF - SWEEP ANNIV-XREF IN KEY ORDER FOR ROWS THAT  *
062300*                   NO LONGER BELONG: A HONOREE OR EVENT NOT ON  *
062400*                   FILE (GREETING STOPS ON THESE WITH RC 8), A  *
062500*                   ROW UNDER A DATE THE EVENT NO LONGER HAS     *
062600*                   (THE GREETING WOULD GO OUT ON THE WRONG      *
062700*                   DAY), OR ONE FOR AN INACTIVE OR OPTED-OUT    *
062800*                   HONOREE (GREETING FILTERS THESE, BUT THE     *
062900*                   XREF IS STALE)                               *
063000*----------------------------------------------------------------*
063100 4000-CHECK-XREF.
063200     MOVE "ANNIV-XREF"          TO SEC-FILE-NAME
063300     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
063400
063500     MOVE "N"                   TO WS-EOF-SWITCH
063600     MOVE LOW-VALUES            TO AXR-XREF-KEY
063700     START ANNIV-XREF KEY IS NOT LESS THAN AXR-XREF-KEY
063800         INVALID KEY
063900             MOVE "Y"           TO WS-EOF-SWITCH
064000     END-START
064100     PERFORM 4100-CHECK-ONE-XREF THRU 4100-EXIT
064200         UNTIL SWEEP-EOF
064300     .
064400 4000-EXIT.
064500     EXIT.
064600*----------------------------------------------------------------*
064700* 4100-CHECK-ONE-XREF - READ AND CHECK ONE XREF ROW              *
064800*----------------------------------------------------------------*
064900 4100-CHECK-ONE-XREF.
065000     READ ANNIV-XREF NEXT RECORD
065100         AT END
065200             MOVE "Y"           TO WS-EOF-SWITCH
065300             GO TO 4100-EXIT
065400     END-READ
065500     ADD 1 TO WS-XREF-READ-COUNT
065600
065700     MOVE SPACES                TO EXC-KEY
065800     STRING AXR-GREET-MONTH     DELIMITED BY SIZE
065900            "/"                 DELIMITED BY SIZE
066000            AXR-GREET-DAY       DELIMITED BY SIZE
066100            " "                 DELIMITED BY SIZE
066200            AXR-HONOREE-ID      DELIMITED BY SIZE
066300            " "                 DELIMITED BY SIZE
066400            AXR-EVENT-TYPE      DELIMITED BY SIZE
066500       INTO EXC-KEY
066600
066700     MOVE AXR-HONOREE-ID        TO HON-ID
066800     READ HONOREE-FILE
066900         INVALID KEY
067000             MOVE WS-CAT-XREF-NO-HONOREE TO WS-CAT-IX
067100             MOVE "NO HONOREE-FILE ROW FOR THIS ID"
067200                 TO EXC-DETAIL
067300             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
067400             GO TO 4100-EXIT
067500     END-READ
067600     IF NOT HON-ACTIVE
067700         MOVE WS-CAT-XREF-INACTIVE TO WS-CAT-IX
067800         MOVE HON-NAME          TO EXC-DETAIL
067900         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
068000         GO TO 4100-EXIT
068100     END-IF
068200     IF HON-GREET-OPT-OUT
068300         MOVE WS-CAT-XREF-OPT-OUT TO WS-CAT-IX
068400         MOVE HON-NAME          TO EXC-DETAIL
068500         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
068600         GO TO 4100-EXIT
068700     END-IF
068800
068900     MOVE AXR-HONOREE-ID        TO HEV-HONOREE-ID
069000     MOVE AXR-EVENT-TYPE        TO HEV-EVENT-TYPE
069100     READ HONOREE-EVENT
069200         INVALID KEY
069300             MOVE WS-CAT-XREF-NO-EVENT TO WS-CAT-IX
069400             MOVE "NO HONOREE-EVENT ROW FOR THIS EVENT"
069500                 TO EXC-DETAIL
069600             PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
069700             GO TO 4100-EXIT
069800     END-READ
069900
070000     PERFORM 7000-SET-GREET-DATE THRU 7000-EXIT
070100     IF WS-GREET-MONTH NOT = AXR-GREET-MONTH
070200       OR WS-GREET-DAY NOT = AXR-GREET-DAY
070300         MOVE WS-CAT-XREF-MISPLACED TO WS-CAT-IX
070400         MOVE SPACES            TO EXC-DETAIL
070500         STRING "EVENT NOW FALLS ON "   DELIMITED BY SIZE
070600                WS-GREET-MONTH          DELIMITED BY SIZE
070700                "/"                     DELIMITED BY SIZE
070800                WS-GREET-DAY            DELIMITED BY SIZE
070900           INTO EXC-DETAIL
071000         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
071100     END-IF
071200     .
071300 4100-EXIT.
071400     EXIT.
071500*----------------------------------------------------------------*
071600* 5000-CHECK-CALENDAR - EVERY NON-BLANK SHOP-CALENDAR DATE MUST  *
071700*                       BE A REAL MM/DD/CCYY DATE (A MALFORMED   *
071800*                       ONE NEVER MATCHES, SO THE CLOSURE IS     *
071900*                       MISSED) AND SHOULD NOT BE PAST           *
072000*----------------------------------------------------------------*
072100 5000-CHECK-CALENDAR.
072200     MOVE "SHOP-CALENDAR"       TO SEC-FILE-NAME
072300     PERFORM 8100-WRITE-SECTION THRU 8100-EXIT
072400
072500     MOVE "N"                   TO WS-EOF-SWITCH
072600     PERFORM 5100-CHECK-ONE-DATE THRU 5100-EXIT
072700         UNTIL SWEEP-EOF
072800     .
072900 5000-EXIT.
073000     EXIT.
073100*----------------------------------------------------------------*
073200* 5100-CHECK-ONE-DATE - READ AND CHECK ONE CLOSED DATE           *
073300*----------------------------------------------------------------*
073400 5100-CHECK-ONE-DATE.
073500     READ SHOP-CALENDAR
073600         AT END
073700             MOVE "Y"           TO WS-EOF-SWITCH
073800             GO TO 5100-EXIT
073900     END-READ
074000     ADD 1 TO WS-CAL-READ-COUNT
074100     IF SCL-CLOSED-DATE = SPACES
074200         GO TO 5100-EXIT
074300     END-IF
074400
074500     MOVE SCL-CLOSED-DATE       TO WS-CAL-DATE
074600     MOVE SPACES                TO EXC-KEY
074650     MOVE WS-CAL-READ-COUNT     TO WS-CAL-RECORD-NO
074700     STRING "RECORD "           DELIMITED BY SIZE
074800            WS-CAL-RECORD-NO    DELIMITED BY SIZE
074900       INTO EXC-KEY
075000     MOVE SCL-CLOSED-DATE       TO EXC-DETAIL
075100
075200     PERFORM 5200-EDIT-DATE     THRU 5200-EXIT
075300     IF NOT VALUE-IS-VALID
075400         MOVE WS-CAT-CAL-MALFORMED TO WS-CAT-IX
075500         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
075600         GO TO 5100-EXIT
075700     END-IF
075800
075900     IF WS-CAL-YMD < WS-TODAY-YMD
076000         MOVE WS-CAT-CAL-PAST   TO WS-CAT-IX
076100         PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
076200     END-IF
076300     .
076400 5100-EXIT.
076500     EXIT.
076600*----------------------------------------------------------------*
076700* 5200-EDIT-DATE - SLASHES IN PLACE, NUMERIC PARTS, A MONTH OF   *
076800*                  1-12 AND A DAY THAT MONTH HAS (FEBRUARY 29    *
076900*                  ONLY IN A LEAP YEAR)                          *
077000*----------------------------------------------------------------*
077100 5200-EDIT-DATE.
077200     MOVE "N"                   TO WS-VALID-SWITCH
077300     IF WS-CAL-SLASH-1 NOT = "/"
077400       OR WS-CAL-SLASH-2 NOT = "/"
077500       OR WS-CAL-MM NOT NUMERIC
077600       OR WS-CAL-DD NOT NUMERIC
077700       OR WS-CAL-CCYY NOT NUMERIC
077800         GO TO 5200-EXIT
077900     END-IF
078000     MOVE WS-CAL-CCYY           TO WS-CAL-YEAR
078100     MOVE WS-CAL-MM             TO WS-CAL-MONTH
078200     MOVE WS-CAL-DD             TO WS-CAL-DAY
078300     IF WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
078400       OR WS-CAL-DAY < 1
078500         GO TO 5200-EXIT
078600     END-IF
078700
078800     MOVE WS-DAYS-IN-MONTH (WS-CAL-MONTH) TO WS-MONTH-LIMIT
078900     IF WS-CAL-MONTH = 2
079000         PERFORM 5300-CHECK-LEAP-YEAR THRU 5300-EXIT
079100         IF NOT LEAP-YEAR
079200             MOVE 28            TO WS-MONTH-LIMIT
079300         END-IF
079400     END-IF
079500     IF WS-CAL-DAY > WS-MONTH-LIMIT
079600         GO TO 5200-EXIT
079700     END-IF
079800
079900     MOVE "Y"                   TO WS-VALID-SWITCH
080000     .
080100 5200-EXIT.
080200     EXIT.
080300*----------------------------------------------------------------*
080400* 5300-CHECK-LEAP-YEAR - SET LEAP-YEAR FOR WS-CAL-YEAR, BY THE   *
080500*                        SAME RULE AS THE GREETING JOB           *
080600*----------------------------------------------------------------*
080700 5300-CHECK-LEAP-YEAR.
080800     MOVE "N" TO WS-LEAP-SWITCH
080900     DIVIDE WS-CAL-YEAR BY 4
081000         GIVING WS-LEAP-QUOTIENT
081100         REMAINDER WS-LEAP-REMAINDER
081200     IF WS-LEAP-REMAINDER = ZERO
081300         MOVE "Y" TO WS-LEAP-SWITCH
081400     END-IF
081500     DIVIDE WS-CAL-YEAR BY 100
081600         GIVING WS-LEAP-QUOTIENT
081700         REMAINDER WS-LEAP-REMAINDER
081800     IF WS-LEAP-REMAINDER = ZERO
081900         MOVE "N" TO WS-LEAP-SWITCH
082000     END-IF
082100     DIVIDE WS-CAL-YEAR BY 400
082200         GIVING WS-LEAP-QUOTIENT
082300         REMAINDER WS-LEAP-REMAINDER
082400     IF WS-LEAP-REMAINDER = ZERO
082500         MOVE "Y" TO WS-LEAP-SWITCH
082600     END-IF
082700     .
082800 5300-EXIT.
082900     EXIT.
083000*----------------------------------------------------------------*
083100* 6000-CHECK-LANGUAGE - SET VALUE-IS-VALID WHEN WS-CHECK-LANGUAGE*
083200*                       IS ON THE SUPPORTED-LANGUAGE LIST        *
083300*----------------------------------------------------------------*
083400 6000-CHECK-LANGUAGE.
083500     MOVE "N"                   TO WS-VALID-SWITCH
083600     PERFORM 6100-TEST-LANGUAGE THRU 6100-EXIT
083700         VARYING WS-LANGUAGE-IX FROM 1 BY 1
083800         UNTIL WS-LANGUAGE-IX > WS-LANGUAGE-MAX
083900            OR VALUE-IS-VALID
084000     .
084100 6000-EXIT.
084200     EXIT.
084300*----------------------------------------------------------------*
084400* 6100-TEST-LANGUAGE - COMPARE ONE SUPPORTED-LANGUAGE ENTRY      *
084500*----------------------------------------------------------------*
084600 6100-TEST-LANGUAGE.
084700     IF WS-LANGUAGE-CODE (WS-LANGUAGE-IX) = WS-CHECK-LANGUAGE
084800         MOVE "Y"               TO WS-VALID-SWITCH
084900     END-IF
085000     .
085100 6100-EXIT.
085200     EXIT.
085300*----------------------------------------------------------------*
085400* 7000-SET-GREET-DATE - THE MONTH/DAY HONXREF FILES THE CURRENT  *
085500*                       EVENT ROW UNDER, WITH THE DECEMBER 9     *
085600*                       DEFAULT APPLIED TO AN UNSET MONTH/DAY    *
085700*----------------------------------------------------------------*
085800 7000-SET-GREET-DATE.
085900     MOVE HEV-EVENT-MONTH       TO WS-GREET-MONTH
086000     MOVE HEV-EVENT-DAY         TO WS-GREET-DAY
086100     IF WS-GREET-MONTH = ZERO OR WS-GREET-DAY = ZERO
086200         MOVE WS-VALID-MONTH    TO WS-GREET-MONTH
086300         MOVE WS-VALID-DAY      TO WS-GREET-DAY
086400     END-IF
086500     .
086600 7000-EXIT.
086700     EXIT.
086800*----------------------------------------------------------------*
086900* 8000-WRITE-EXCEPTION - COUNT AND WRITE ONE EXCEPTION LINE FOR  *
087000*                        CATEGORY WS-CAT-IX.  THE CALLER FILLS   *
087100*                        EXC-KEY AND EXC-DETAIL.                 *
087200*----------------------------------------------------------------*
087300 8000-WRITE-EXCEPTION.
087400     ADD 1 TO CAT-COUNT (WS-CAT-IX)
087500     IF CAT-ERROR (WS-CAT-IX)
087600         MOVE "ERROR"           TO EXC-SEVERITY
087700         ADD 1 TO WS-ERROR-COUNT
087800     ELSE
087900         MOVE "WARNING"         TO EXC-SEVERITY
088000         ADD 1 TO WS-WARNING-COUNT
088100     END-IF
088200     MOVE CAT-LABEL (WS-CAT-IX) TO EXC-CATEGORY
088300     WRITE INTEGRITY-RPT-REC    FROM WS-EXCEPTION-LINE
088400     .
088500 8000-EXIT.
088600     EXIT.
088700*----------------------------------------------------------------*
088800* 8100-WRITE-SECTION - BLANK LINE, THEN THE NAME OF THE FILE     *
088900*                      ABOUT TO BE SWEPT                         *
089000*----------------------------------------------------------------*
089100 8100-WRITE-SECTION.
089200     MOVE SPACES                TO INTEGRITY-RPT-REC
089300     WRITE INTEGRITY-RPT-REC
089400     WRITE INTEGRITY-RPT-REC    FROM WS-SECTION-LINE
089500     .
089600 8100-EXIT.
089700     EXIT.
089800*----------------------------------------------------------------*
089900* 9000-TERMINATE - WRITE THE COUNT FOR EVERY CATEGORY AND THE    *
090000*                  CONTROL TOTALS, CLOSE, AND SET THE RETURN     *
090100*                  CODE FOR THE SCHEDULER: 8 FOR ANY ERROR, 4    *
090200*                  FOR WARNINGS ONLY, 0 WHEN CLEAN               *
090300*----------------------------------------------------------------*
090400 9000-TERMINATE.
090600     MOVE SPACES                TO INTEGRITY-RPT-REC
090700     WRITE INTEGRITY-RPT-REC
090710     IF WS-ERROR-COUNT = ZERO AND WS-WARNING-COUNT = ZERO
090720         MOVE "NO EXCEPTIONS FOUND - ALL CLEAR"
090730             TO INTEGRITY-RPT-REC
090740         WRITE INTEGRITY-RPT-REC
090750         MOVE SPACES            TO INTEGRITY-RPT-REC
090760         WRITE INTEGRITY-RPT-REC
090770     END-IF
090800     MOVE "EXCEPTION COUNTS BY CATEGORY" TO INTEGRITY-RPT-REC
090900     WRITE INTEGRITY-RPT-REC
091000     PERFORM 9100-WRITE-CATEGORY THRU 9100-EXIT
091100         VARYING WS-CAT-IX FROM 1 BY 1
091200         UNTIL WS-CAT-IX > WS-CATEGORY-MAX
091300
091400     MOVE SPACES                TO INTEGRITY-RPT-REC
091500     WRITE INTEGRITY-RPT-REC
091600     MOVE "GREETING-PARM ROWS READ....:" TO TOT-LABEL
091700     MOVE WS-GPM-READ-COUNT     TO TOT-COUNT
091800     WRITE INTEGRITY-RPT-REC    FROM WS-TOTAL-LINE
091900     MOVE "HONOREES READ..............:" TO TOT-LABEL
092000     MOVE WS-HONOREE-READ-COUNT TO TOT-COUNT
092100     WRITE INTEGRITY-RPT-REC    FROM WS-TOTAL-LINE
092200     MOVE "GREETABLE EVENTS CHECKED...:" TO TOT-LABEL
092300     MOVE WS-EVENT-READ-COUNT   TO TOT-COUNT
092400     WRITE INTEGRITY-RPT-REC    FROM WS-TOTAL-LINE
092500     MOVE "XREF ROWS READ.............:" TO TOT-LABEL
092600     MOVE WS-XREF-READ-COUNT    TO TOT-COUNT
092700     WRITE INTEGRITY-RPT-REC    FROM WS-TOTAL-LINE
092800     MOVE "SHOP-CALENDAR ROWS READ....:" TO TOT-LABEL
092900     MOVE WS-CAL-READ-COUNT     TO TOT-COUNT
093000     WRITE INTEGRITY-RPT-REC    FROM WS-TOTAL-LINE
093100     MOVE "ERRORS.....................:" TO TOT-LABEL
093200     MOVE WS-ERROR-COUNT        TO TOT-COUNT
093300     WRITE INTEGRITY-RPT-REC    FROM WS-TOTAL-LINE
093400     MOVE "WARNINGS...................:" TO TOT-LABEL
093500     MOVE WS-WARNING-COUNT      TO TOT-COUNT
093600     WRITE INTEGRITY-RPT-REC    FROM WS-TOTAL-LINE
093700
093800     CLOSE HONOREE-FILE
093900     CLOSE HONOREE-EVENT
094000     CLOSE GREETING-PARM
094100     CLOSE ANNIV-XREF
094200     CLOSE SHOP-CALENDAR
094300     CLOSE INTEGRITY-RPT
094400
094500     EVALUATE TRUE
094600         WHEN WS-ERROR-COUNT > ZERO
094700             MOVE 8 TO RETURN-CODE
094800         WHEN WS-WARNING-COUNT > ZERO
094900             MOVE 4 TO RETURN-CODE
095000         WHEN OTHER
095100             MOVE ZERO TO RETURN-CODE
095200     END-EVALUATE
095300     .
095400 9000-EXIT.
095500     EXIT.
095600*----------------------------------------------------------------*
095700* 9100-WRITE-CATEGORY - WRITE ONE CATEGORY'S SEVERITY, LABEL AND *
095800*                       COUNT                                    *
095900*----------------------------------------------------------------*
096000 9100-WRITE-CATEGORY.
096100     IF CAT-ERROR (WS-CAT-IX)
096200         MOVE "ERROR"           TO CTL-SEVERITY
096300     ELSE
096400         MOVE "WARNING"         TO CTL-SEVERITY
096500     END-IF
096600     MOVE CAT-LABEL (WS-CAT-IX) TO CTL-LABEL
096700     MOVE CAT-COUNT (WS-CAT-IX) TO CTL-COUNT
096800     WRITE INTEGRITY-RPT-REC    FROM WS-CATEGORY-LINE
096900     .
097000 9100-EXIT.
097100     EXIT.
097200*================================================================*
