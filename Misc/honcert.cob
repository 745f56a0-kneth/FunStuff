000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.       HONCERT.
000300 AUTHOR.           R COTTRELL.
000400 INSTALLATION.     OPERATIONS SUPPORT.
000500 DATE-WRITTEN.     10/15/2026.
000600 DATE-COMPILED.    10/15/2026.
000700*================================================================*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                   *
001100* 10/15/2026 RC    ORIGINAL PROGRAM - SERVICE MILESTONE           *
001200*                  CERTIFICATE PRINT RUN FOR MANAGERS TO SIGN.    *
001300*                  PICKS UP EVERY ACTIVE EMPLOYEE WHOSE SERVICE   *
001400*                  ANNIVERSARY FALLS WITHIN WS-LEAD-DAYS BUSINESS *
001500*                  DAYS FROM TODAY (SHOP-CALENDAR CLOSED DATES    *
001600*                  ARE NOT COUNTED) AND REACHES A MULTIPLE OF THE *
001700*                  MILESTONE INTERVAL THE DAILY GREETING JOB      *
001800*                  USES.  PRINTS ONE PAGE PER HONOREE WITH A      *
001900*                  SIGNATURE BLOCK, IN DEPARTMENT ORDER, AND A    *
002000*                  ROUTING SHEET PER DEPARTMENT FOR THE           *
002100*                  COORDINATOR.  EACH CERTIFICATE IS ENTERED ON   *
002200*                  THE CERTIFICATE REGISTER SO IT NEVER PRINTS    *
002300*                  TWICE FOR THE SAME HONOREE AND YEAR; REPRINT   *
002400*                  MODE REPRINTS A REGISTERED CERTIFICATE ON      *
002500*                  REQUEST AND RECORDS WHO ASKED FOR IT.          *
002700*================================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT HONOREE-FILE       ASSIGN TO HONORFIL
003500                               ORGANIZATION IS INDEXED
003600                               ACCESS MODE IS DYNAMIC
003700                               RECORD KEY IS HON-ID
003800                               FILE STATUS IS WS-HONOREE-STATUS.
003900
004000     SELECT HONOREE-EVENT      ASSIGN TO HONEVENT
004100                               ORGANIZATION IS INDEXED
004200                               ACCESS MODE IS RANDOM
004300                               RECORD KEY IS HEV-EVENT-KEY
004400                               FILE STATUS IS WS-EVENT-STATUS.
004500
004600     SELECT DEPT-CONTROL       ASSIGN TO DEPTCTL
004700                               ORGANIZATION IS INDEXED
004800                               ACCESS MODE IS RANDOM
004900                               RECORD KEY IS DPT-DEPT-CODE
005000                               FILE STATUS IS WS-DEPTCTL-STATUS.
005100
005200     SELECT CERT-REGISTER      ASSIGN TO CERTREG
005300                               ORGANIZATION IS INDEXED
005400                               ACCESS MODE IS RANDOM
005500                               RECORD KEY IS CRG-REGISTER-KEY
005600                               FILE STATUS IS WS-REGISTER-STATUS.
005700
005800     SELECT SHOP-CALENDAR      ASSIGN TO SHOPCAL
005900                               ORGANIZATION IS LINE SEQUENTIAL
006000                               FILE STATUS IS WS-SHOPCAL-STATUS.
006100
006200     SELECT CERTIFICATE-PRT    ASSIGN TO HONCERTP
006300                               ORGANIZATION IS LINE SEQUENTIAL.
006400
006500     SELECT ROUTING-RPT        ASSIGN TO HONCRTRT
006600                               ORGANIZATION IS LINE SEQUENTIAL.
006700*================================================================*
006800 DATA DIVISION.
006900 FILE SECTION.
007000*----------------------------------------------------------------*
007100* HONOREE-FILE - READ IN KEY ORDER FOR THE PRINT RUN, BY KEY FOR *
007200* A REPRINT                                                      *
007300*----------------------------------------------------------------*
007400 FD  HONOREE-FILE
007500     RECORDING MODE IS F.
007600     COPY HONOREE.
007700*----------------------------------------------------------------*
007800* HONOREE-EVENT - RANDOM LOOKUP OF EACH EMPLOYEE'S SERVICE ROW   *
007900* FOR THE HIRE DATE                                              *
008000*----------------------------------------------------------------*
008100 FD  HONOREE-EVENT
008200     RECORDING MODE IS F.
008300     COPY HONEVENT.
008400*----------------------------------------------------------------*
008500* DEPT-CONTROL - DEPARTMENT NAME FOR THE CERTIFICATE, AND THE    *
008600* COORDINATOR THE ROUTING SHEET IS ADDRESSED TO                  *
008700*----------------------------------------------------------------*
008800 FD  DEPT-CONTROL
008900     RECORDING MODE IS F.
009000     COPY DEPTCTL.
009100*----------------------------------------------------------------*
009200* CERT-REGISTER - ONE ROW PER CERTIFICATE PRINTED                *
009300*----------------------------------------------------------------*
009400 FD  CERT-REGISTER
009500     RECORDING MODE IS F.
009600     COPY CERTREG.
009700*----------------------------------------------------------------*
009800* SHOP-CALENDAR - CONTROL FILE OF NON-PROCESSING DATES (WEEKENDS *
009900* AND HOLIDAYS), ONE MM/DD/CCYY DATE PER RECORD                  *
010000*----------------------------------------------------------------*
010100 FD  SHOP-CALENDAR
010200     RECORDING MODE IS F.
010300 01  SHOP-CALENDAR-REC.
010400     05  SCL-CLOSED-DATE        PIC X(10).
010500     05  FILLER                 PIC X(70).
010600*----------------------------------------------------------------*
010700* CERTIFICATE-PRT - ONE PAGE PER CERTIFICATE, FOR THE CERTIFICATE*
010800* STOCK                                                          *
010900*----------------------------------------------------------------*
011000 FD  CERTIFICATE-PRT
011100     RECORDING MODE IS F.
011200 01  CERTIFICATE-PRT-REC        PIC X(132).
011300*----------------------------------------------------------------*
011400* ROUTING-RPT - ONE ROUTING SHEET PER DEPARTMENT LISTING ITS     *
011500* CERTIFICATES, THEN THE CONTROL TOTALS                          *
011600*----------------------------------------------------------------*
011700 FD  ROUTING-RPT
011800     RECORDING MODE IS F.
011900 01  ROUTING-RPT-REC            PIC X(132).
012000 WORKING-STORAGE SECTION.
012100*----------------------------------------------------------------*
012200* RUN-DATE WORK AREAS                                            *
012300*----------------------------------------------------------------*
012400 77  WS-TODAY                   PIC X(21).
012500 01  WS-CURRENT-DATE-R.
012600     05  WS-CURRENT-YEAR        PIC 9(04).
012700     05  WS-CURRENT-MONTH       PIC 9(02).
012800     05  WS-CURRENT-DAY         PIC 9(02).
012900 01  WS-TODAY-YMD REDEFINES WS-CURRENT-DATE-R
013000                                PIC X(08).
013100 77  WS-PRINT-DATE              PIC X(10).
013200*----------------------------------------------------------------*
013300* RUN MODE - P PRINTS THE CERTIFICATES DUE, R REPRINTS ONES      *
013400* ALREADY ON THE REGISTER                                        *
013500*----------------------------------------------------------------*
013600 77  WS-RUN-MODE                PIC X(01).
013700     88  PRINT-MODE                      VALUE "P".
013800     88  REPRINT-MODE                    VALUE "R".
013900 77  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
014000 77  WS-REPRINT-ID              PIC X(06).
014100 77  WS-REPRINT-YEAR            PIC X(04).
014200 77  WS-REPRINT-SWITCH          PIC X(01)  VALUE "N".
014300     88  REPRINT-REQUESTS-DONE           VALUE "Y".
014400*----------------------------------------------------------------*
014500* FILE STATUS AND CONTROL SWITCHES                               *
014600*----------------------------------------------------------------*
014700 77  WS-HONOREE-STATUS          PIC X(02).
014800     88  HONOREE-STATUS-OK              VALUE "00".
014900 77  WS-EVENT-STATUS            PIC X(02).
015000     88  EVENT-STATUS-OK                VALUE "00".
015100 77  WS-DEPTCTL-STATUS          PIC X(02).
015200     88  DEPTCTL-STATUS-OK              VALUE "00".
015300 77  WS-REGISTER-STATUS         PIC X(02).
015400     88  REGISTER-STATUS-OK             VALUE "00".
015500 77  WS-SHOPCAL-STATUS          PIC X(02).
015600     88  SHOPCAL-STATUS-OK              VALUE "00".
015700 77  WS-EOF-SWITCH              PIC X(01)  VALUE "N".
015800     88  HONOREE-EOF                     VALUE "Y".
015900 77  WS-SHOPCAL-EOF-SWITCH      PIC X(01)  VALUE "N".
016000     88  SHOPCAL-EOF                     VALUE "Y".
016100*----------------------------------------------------------------*
016200* LEAD TIME - HOW MANY BUSINESS DAYS AHEAD OF THE ANNIVERSARY    *
016300* THE CERTIFICATE PRINTS, SO THERE IS TIME TO GET IT SIGNED.     *
016400* CONFIGURABLE BY CHANGING WS-LEAD-DAYS.  EVERY RUN LOOKS FROM   *
016500* TODAY FORWARD, SO A MISSED RUN IS MADE UP BY THE NEXT ONE      *
016600* AND THE REGISTER KEEPS THE OVERLAP FROM PRINTING TWICE.        *
016700*----------------------------------------------------------------*
016800 77  WS-LEAD-DAYS               PIC 9(02)  VALUE 10.
016900 77  WS-BUSINESS-COUNT          PIC 9(02)  COMP.
017000 77  WS-WINDOW-END-YMD          PIC X(08).
017100 77  WS-WINDOW-END-PRINT        PIC X(10).
017200*----------------------------------------------------------------*
017300* MILESTONE SELECTION WORK AREAS - SAME INTERVAL AS THE DAILY    *
017400* GREETING JOB AND HONAWARD, SO ALL THREE FLAG THE SAME          *
017500* ANNIVERSARIES                                                  *
017600*----------------------------------------------------------------*
017700 77  WS-MILESTONE-INTERVAL      PIC 9(03)  VALUE 25.
017800 77  WS-MILESTONE-QUOTIENT      PIC 9(04)  COMP.
017900 77  WS-MILESTONE-REMAINDER     PIC 9(04)  COMP.
018000 77  WS-YEAR                    PIC 9(04).
018100*----------------------------------------------------------------*
018200* ANNIVERSARY DATE WORK AREAS - THE SERVICE ROW'S MONTH/DAY,     *
018300* WITH THE DECEMBER 9 DEFAULT AND FEBRUARY 29 KEPT ON THE 28TH   *
018400* IN A COMMON YEAR, AS THE GREETING JOB DOES                     *
018500*----------------------------------------------------------------*
018600 77  WS-VALID-MONTH             PIC 9(02)  VALUE 12.
018700 77  WS-VALID-DAY               PIC 9(02)  VALUE 09.
018800 01  WS-ANNIV-DATE.
018900     05  WS-ANNIV-YEAR          PIC 9(04).
019000     05  WS-ANNIV-MONTH         PIC 9(02).
019100     05  WS-ANNIV-DAY           PIC 9(02).
019200 01  WS-ANNIV-YMD REDEFINES WS-ANNIV-DATE
019300                                PIC X(08).
019400 77  WS-ANNIV-PRINT             PIC X(10).
019500 77  WS-LEAP-QUOTIENT           PIC 9(04)  COMP.
019600 77  WS-LEAP-REMAINDER          PIC 9(04)  COMP.
019700 77  WS-LEAP-SWITCH             PIC X(01)  VALUE "N".
019800     88  LEAP-YEAR                       VALUE "Y".
019900 77  WS-LEAP-TEST-YEAR          PIC 9(04).
020000*----------------------------------------------------------------*
020100* SHOP-CALENDAR WORK AREAS - THE CLOSED DATES ARE LOADED ONCE AT *
020200* INITIALIZATION AND THE WORK DATE IS WALKED FORWARD A DAY AT A  *
020300* TIME, COUNTING ONLY THE OPEN DAYS                              *
020400*----------------------------------------------------------------*
020500 01  WS-CLOSED-TABLE.
020600     05  WS-CLOSED-ENTRY        OCCURS 400 TIMES.
020700         10  CLS-DATE           PIC X(10).
020800 77  WS-CLOSED-MAX              PIC 9(03)  COMP  VALUE 400.
020900 77  WS-CLOSED-COUNT            PIC 9(03)  COMP  VALUE ZERO.
021000 77  WS-CLOSED-IX               PIC 9(03)  COMP.
021100 77  WS-CLOSED-SWITCH           PIC X(01).
021200     88  CANDIDATE-DAY-CLOSED            VALUE "Y".
021300 01  WS-WORK-DATE.
021400     05  WS-WORK-YEAR           PIC 9(04).
021500     05  WS-WORK-MONTH          PIC 9(02).
021600     05  WS-WORK-DAY            PIC 9(02).
021700 01  WS-WORK-YMD REDEFINES WS-WORK-DATE
021800                                PIC X(08).
021900 77  WS-CAND-PRINT-DATE         PIC X(10).
022000 01  WS-DAYS-TABLE-DATA         PIC X(24)  VALUE
022100     "312831303130313130313031".
022200 01  WS-DAYS-TABLE REDEFINES WS-DAYS-TABLE-DATA.
022300     05  WS-DAYS-IN-MONTH       OCCURS 12 TIMES PIC 9(02).
022400 77  WS-MONTH-LIMIT             PIC 9(02).
022500*----------------------------------------------------------------*
022600* CERTIFICATE TABLE - EVERY CERTIFICATE TO PRINT THIS RUN, HELD  *
022700* IN DEPARTMENT ORDER (ANNIVERSARY DATE AND HON-ID WITHIN        *
022800* DEPARTMENT) SO THE PAGES COME OFF THE PRINTER IN THE SAME      *
022900* ORDER AS THE ROUTING SHEETS.  A CERTIFICATE THAT DOES NOT FIT  *
023000* IS NOT REGISTERED, SO THE NEXT RUN PICKS IT UP.                *
023100*----------------------------------------------------------------*
023200 01  WS-CERT-TABLE.
023300     05  WS-CERT-ENTRY          OCCURS 300 TIMES.
023400         10  CRT-SORT-KEY.
023500             15  CRT-DEPT-CODE  PIC X(03).
023600             15  CRT-ANNIV-YMD  PIC X(08).
023700             15  CRT-HONOREE-ID PIC X(06).
023800         10  CRT-HONOREE-NAME   PIC X(30).
023900         10  CRT-DEPT-NAME      PIC X(30).
024000         10  CRT-SERVICE-YEARS  PIC 9(03).
024100         10  CRT-ANNIV-YEAR     PIC 9(04).
024200         10  CRT-ANNIV-PRINT    PIC X(10).
024300         10  CRT-REPRINT-FLAG   PIC X(01).
024400             88  CRT-REPRINT            VALUE "Y".
024500 01  WS-NEW-CERT-ENTRY.
024600     05  WS-NEW-CERT-KEY.
024700         10  WS-NEW-CERT-DEPT   PIC X(03).
024800         10  WS-NEW-CERT-YMD    PIC X(08).
024900         10  WS-NEW-CERT-ID     PIC X(06).
025000     05  WS-NEW-CERT-NAME       PIC X(30).
025100     05  WS-NEW-CERT-DEPT-NAME  PIC X(30).
025200     05  WS-NEW-CERT-YEARS      PIC 9(03).
025300     05  WS-NEW-CERT-ANNIV-YEAR PIC 9(04).
025400     05  WS-NEW-CERT-PRINT      PIC X(10).
025500     05  WS-NEW-CERT-REPRINT    PIC X(01).
025600 77  WS-CERT-MAX                PIC 9(03)  COMP  VALUE 300.
025700 77  WS-CERT-COUNT              PIC 9(03)  COMP  VALUE ZERO.
025800 77  WS-CERT-IX                 PIC 9(03)  COMP.
025900 77  WS-INS-IX                  PIC 9(03)  COMP.
026000 77  WS-SHIFT-IX                PIC 9(03)  COMP.
026100 77  WS-SLOT-SWITCH             PIC X(01).
026200     88  INSERT-SLOT-FOUND               VALUE "Y".
026300 77  WS-DEPT-CERT-COUNT         PIC 9(05)  COMP  VALUE ZERO.
026400*----------------------------------------------------------------*
026500* CONTROL TOTALS                                                 *
026600*----------------------------------------------------------------*
026700 77  WS-HONOREE-READ-COUNT      PIC 9(07)  COMP  VALUE ZERO.
026800 77  WS-EMPLOYEE-COUNT          PIC 9(07)  COMP  VALUE ZERO.
026900 77  WS-NO-SERVICE-COUNT        PIC 9(05)  COMP  VALUE ZERO.
027000 77  WS-MILESTONE-COUNT         PIC 9(05)  COMP  VALUE ZERO.
027100 77  WS-REGISTERED-COUNT        PIC 9(05)  COMP  VALUE ZERO.
027200 77  WS-PRINTED-COUNT           PIC 9(05)  COMP  VALUE ZERO.
027300 77  WS-REPRINTED-COUNT         PIC 9(05)  COMP  VALUE ZERO.
027400 77  WS-REJECTED-COUNT          PIC 9(05)  COMP  VALUE ZERO.
027500 77  WS-OVERFLOW-COUNT          PIC 9(05)  COMP  VALUE ZERO.
027600*----------------------------------------------------------------*
027700* CERTIFICATE PAGE LINES                                         *
027800*----------------------------------------------------------------*
027900 01  WS-PRINT-AREA              PIC X(132).
028000 01  WS-CERT-BORDER.
028100     05  FILLER                 PIC X(04)  VALUE SPACES.
028200     05  FILLER                 PIC X(72)  VALUE ALL "*".
028300     05  FILLER                 PIC X(56)  VALUE SPACES.
028400 01  WS-CERT-LINE.
028500     05  FILLER                 PIC X(04)  VALUE SPACES.
028600     05  FILLER                 PIC X(02)  VALUE "* ".
028700     05  CTL-TEXT               PIC X(68).
028800     05  FILLER                 PIC X(02)  VALUE " *".
028900     05  FILLER                 PIC X(56)  VALUE SPACES.
029000 01  WS-YEARS-TEXT.
029100     05  FILLER                 PIC X(14)  VALUE SPACES.
029200     05  FILLER                 PIC X(18)  VALUE
029300         "IN RECOGNITION OF ".
029400     05  YRT-YEARS              PIC ZZ9.
029500     05  FILLER                 PIC X(17)  VALUE
029600         " YEARS OF SERVICE".
029700     05  FILLER                 PIC X(16)  VALUE SPACES.
029800 01  WS-DATE-TEXT.
029900     05  FILLER                 PIC X(14)  VALUE SPACES.
030000     05  FILLER                 PIC X(18)  VALUE
030100         "ANNIVERSARY DATE: ".
030200     05  DTT-ANNIV-DATE         PIC X(10).
030300     05  FILLER                 PIC X(26)  VALUE SPACES.
030400 01  WS-DEPT-TEXT.
030500     05  FILLER                 PIC X(14)  VALUE SPACES.
030600     05  FILLER                 PIC X(12)  VALUE "DEPARTMENT: ".
030700     05  DPX-DEPT-CODE          PIC X(03).
030800     05  FILLER                 PIC X(01)  VALUE SPACES.
030900     05  DPX-DEPT-NAME          PIC X(30).
031000     05  FILLER                 PIC X(08)  VALUE SPACES.
031100 01  WS-NAME-TEXT.
031200     05  FILLER                 PIC X(19)  VALUE SPACES.
031300     05  NMT-NAME               PIC X(30).
031400     05  FILLER                 PIC X(19)  VALUE SPACES.
031500 01  WS-SIGN-RULE.
031600     05  FILLER                 PIC X(02)  VALUE SPACES.
031700     05  FILLER                 PIC X(30)  VALUE ALL "_".
031800     05  FILLER                 PIC X(04)  VALUE SPACES.
031900     05  FILLER                 PIC X(30)  VALUE ALL "_".
032000     05  FILLER                 PIC X(02)  VALUE SPACES.
032100 01  WS-SIGN-CAPTION.
032200     05  FILLER                 PIC X(02)  VALUE SPACES.
032300     05  FILLER                 PIC X(34)  VALUE "MANAGER".
032400     05  FILLER                 PIC X(32)  VALUE
032500         "DEPARTMENT HEAD".
032600 01  WS-REPRINT-TEXT.
032700     05  FILLER                 PIC X(38)  VALUE SPACES.
032800     05  FILLER                 PIC X(20)  VALUE
032900         "DUPLICATE - REPRINT ".
033000     05  RPT-REPRINT-DATE       PIC X(10).
033100*----------------------------------------------------------------*
033200* ROUTING SHEET LINES                                            *
033300*----------------------------------------------------------------*
033400 01  WS-ROUTING-TITLE.
033500     05  FILLER                 PIC X(40)  VALUE
033600         "SERVICE CERTIFICATE ROUTING SHEET".
033700     05  FILLER                 PIC X(10)  VALUE "RUN DATE: ".
033800     05  RTT-RUN-DATE           PIC X(10).
033900     05  FILLER                 PIC X(10)  VALUE "  WINDOW: ".
034000     05  RTT-WINDOW-START       PIC X(10).
034100     05  FILLER                 PIC X(06)  VALUE " THRU ".
034200     05  RTT-WINDOW-END         PIC X(10).
034300     05  FILLER                 PIC X(36)  VALUE SPACES.
034400 01  WS-ROUTING-DEPT-HEADING.
034500     05  FILLER                 PIC X(12)  VALUE "DEPARTMENT: ".
034600     05  RDH-DEPT-CODE          PIC X(03).
034700     05  FILLER                 PIC X(01)  VALUE SPACES.
034800     05  RDH-DEPT-NAME          PIC X(30).
034900     05  FILLER                 PIC X(86)  VALUE SPACES.
035000 01  WS-ROUTING-COORD-HEADING.
035100     05  FILLER                 PIC X(13)  VALUE "ROUTE TO:    ".
035200     05  RCH-COORD-NAME         PIC X(30).
035300     05  FILLER                 PIC X(02)  VALUE SPACES.
035400     05  RCH-COORD-MAILBOX      PIC X(40).
035500     05  FILLER                 PIC X(47)  VALUE SPACES.
035600 01  WS-ROUTING-COLUMN-HEADING.
035700     05  FILLER                 PIC X(08)  VALUE "HON-ID".
035800     05  FILLER                 PIC X(32)  VALUE "NAME".
035900     05  FILLER                 PIC X(08)  VALUE "YEARS".
036000     05  FILLER                 PIC X(13)  VALUE "ANNIVERSARY".
036100     05  FILLER                 PIC X(21)  VALUE "SIGNED BY".
036200     05  FILLER                 PIC X(14)  VALUE "DATE SIGNED".
036300     05  FILLER                 PIC X(36)  VALUE SPACES.
036400 01  WS-ROUTING-DETAIL-LINE.
036500     05  RDL-HONOREE-ID         PIC X(06).
036600     05  FILLER                 PIC X(02)  VALUE SPACES.
036700     05  RDL-HONOREE-NAME       PIC X(30).
036800     05  FILLER                 PIC X(02)  VALUE SPACES.
036900     05  RDL-SERVICE-YEARS      PIC ZZ9.
037000     05  FILLER                 PIC X(05)  VALUE SPACES.
037100     05  RDL-ANNIV-DATE         PIC X(10).
037200     05  FILLER                 PIC X(03)  VALUE SPACES.
037300     05  RDL-SIGNED-BY          PIC X(20)  VALUE ALL "_".
037400     05  FILLER                 PIC X(01)  VALUE SPACES.
037500     05  RDL-DATE-SIGNED        PIC X(12)  VALUE ALL "_".
037600     05  FILLER                 PIC X(02)  VALUE SPACES.
037700     05  RDL-REPRINT            PIC X(09).
037800     05  FILLER                 PIC X(27)  VALUE SPACES.
037900 01  WS-ROUTING-DEPT-TOTAL.
038000     05  FILLER                 PIC X(30)  VALUE
038100         "CERTIFICATES FOR DEPARTMENT..:".
038200     05  RDT-COUNT              PIC ZZZZ9.
038300     05  FILLER                 PIC X(97)  VALUE SPACES.
038400 01  WS-MESSAGE-LINE.
038500     05  MSG-COUNT              PIC ZZZZ9.
038600     05  MSG-TEXT               PIC X(60).
038700     05  FILLER                 PIC X(67)  VALUE SPACES.
038800 01  WS-TOTAL-LINE.
038900     05  TOT-LABEL              PIC X(30).
039000     05  TOT-COUNT              PIC ZZZZZZ9.
039100     05  FILLER                 PIC X(95)  VALUE SPACES.
039200*================================================================*
039300 PROCEDURE DIVISION.
039400*================================================================*
039500* 0000-MAINLINE - CONTROLS OVERALL PROGRAM FLOW                  *
039600*================================================================*
039700 0000-MAINLINE.
039800     PERFORM 1000-INITIALIZE        THRU 1000-EXIT
039900     IF PRINT-MODE
040000         PERFORM 2000-PROCESS-HONOREE THRU 2000-EXIT
040100             UNTIL HONOREE-EOF
040200     ELSE
040300         PERFORM 5000-ACCEPT-REPRINT THRU 5000-EXIT
040400             UNTIL REPRINT-REQUESTS-DONE
040500     END-IF
040600     PERFORM 3000-PRINT-CERTIFICATES THRU 3000-EXIT
040700     PERFORM 9000-TERMINATE         THRU 9000-EXIT
040800     STOP RUN
040900     .
041000*----------------------------------------------------------------*
041100* 1000-INITIALIZE - ACCEPT THE RUN MODE, OPEN FILES, COMPUTE THE *
041200*                   RUN DATE AND THE END OF THE LEAD-TIME        *
041300*                   WINDOW, AND PRINT THE ROUTING TITLE          *
041400*----------------------------------------------------------------*
041500 1000-INITIALIZE.
041600     DISPLAY "ENTER MODE (P=PRINT RUN, R=REPRINT): "
041700         WITH NO ADVANCING
041800     ACCEPT WS-RUN-MODE
041900     INSPECT WS-RUN-MODE CONVERTING
042000         "abcdefghijklmnopqrstuvwxyz" TO
042100         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
042200     IF  NOT PRINT-MODE
042300     AND NOT REPRINT-MODE
042400         DISPLAY "INVALID MODE - MUST BE P OR R"
042500         MOVE 16 TO RETURN-CODE
042600         STOP RUN
042700     END-IF
042800     IF REPRINT-MODE
042900         PERFORM 1050-GET-OPERATOR-ID THRU 1050-EXIT
043000             UNTIL WS-OPERATOR-ID NOT = SPACES
043100     END-IF
043200
043300     OPEN INPUT HONOREE-FILE
043400     IF NOT HONOREE-STATUS-OK
043500         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
043600             WS-HONOREE-STATUS
043700         MOVE 16 TO RETURN-CODE
043800         STOP RUN
043900     END-IF
044000     OPEN INPUT HONOREE-EVENT
044100     IF NOT EVENT-STATUS-OK
044200         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
044300             WS-EVENT-STATUS
044400         MOVE 16 TO RETURN-CODE
044500         STOP RUN
044600     END-IF
044700     OPEN INPUT DEPT-CONTROL
044800     IF NOT DEPTCTL-STATUS-OK
044900         DISPLAY "UNABLE TO OPEN DEPT-CONTROL - FILE STATUS = "
045000             WS-DEPTCTL-STATUS
045100         MOVE 16 TO RETURN-CODE
045200         STOP RUN
045300     END-IF
045400     OPEN I-O CERT-REGISTER
045500     IF NOT REGISTER-STATUS-OK
045600         DISPLAY "UNABLE TO OPEN CERT-REGISTER - FILE STATUS = "
045700             WS-REGISTER-STATUS
045800         MOVE 16 TO RETURN-CODE
045900         STOP RUN
046000     END-IF
046100     OPEN OUTPUT CERTIFICATE-PRT
046200     OPEN OUTPUT ROUTING-RPT
046300
046400     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
046500     MOVE WS-TODAY (1:4)        TO WS-CURRENT-YEAR
046600     MOVE WS-TODAY (5:2)        TO WS-CURRENT-MONTH
046700     MOVE WS-TODAY (7:2)        TO WS-CURRENT-DAY
046800
046900     STRING WS-CURRENT-MONTH    DELIMITED BY SIZE
047000            "/"                 DELIMITED BY SIZE
047100            WS-CURRENT-DAY      DELIMITED BY SIZE
047200            "/"                 DELIMITED BY SIZE
047300            WS-CURRENT-YEAR     DELIMITED BY SIZE
047400       INTO WS-PRINT-DATE
047500
047600     MOVE WS-PRINT-DATE         TO RTT-RUN-DATE
047700     IF PRINT-MODE
047800         PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
047900         PERFORM 1400-SET-WINDOW    THRU 1400-EXIT
048000         MOVE WS-PRINT-DATE     TO RTT-WINDOW-START
048100         MOVE WS-WINDOW-END-PRINT TO RTT-WINDOW-END
048200         MOVE LOW-VALUES        TO HON-ID
048300         START HONOREE-FILE KEY IS GREATER THAN HON-ID
048400             INVALID KEY
048500                 MOVE "Y"       TO WS-EOF-SWITCH
048600         END-START
048700         IF NOT HONOREE-EOF
048800             PERFORM 1100-READ-HONOREE THRU 1100-EXIT
048900         END-IF
049000     ELSE
049100         MOVE "REPRINTS"        TO RTT-WINDOW-START
049200         MOVE SPACES            TO RTT-WINDOW-END
049300     END-IF
049400     .
049500 1000-EXIT.
049600     EXIT.
049700*----------------------------------------------------------------*
049800* 1050-GET-OPERATOR-ID - PROMPT FOR THE OPERATOR ID UNTIL ONE IS *
049900*                        GIVEN, SO EVERY REPRINT ON THE REGISTER *
050000*                        CARRIES WHO ASKED FOR IT                *
050100*----------------------------------------------------------------*
050200 1050-GET-OPERATOR-ID.
050300     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
050400     ACCEPT WS-OPERATOR-ID
050500     .
050600 1050-EXIT.
050700     EXIT.
050800*----------------------------------------------------------------*
050900* 1100-READ-HONOREE - READ THE NEXT HONOREE-FILE RECORD          *
051000*----------------------------------------------------------------*
051100 1100-READ-HONOREE.
051200     READ HONOREE-FILE NEXT RECORD
051300         AT END
051400             MOVE "Y" TO WS-EOF-SWITCH
051500         NOT AT END
051600             ADD 1 TO WS-HONOREE-READ-COUNT
051700     END-READ
051800     .
051900 1100-EXIT.
052000     EXIT.
052100*----------------------------------------------------------------*
052200* 1200-LOAD-CALENDAR - LOAD THE SHOP-CALENDAR CLOSED DATES INTO  *
052300*                      THE CLOSED-DATE TABLE.  AN EMPTY FILE IS  *
052400*                      FINE; A TABLE OVERFLOW OR A BAD OPEN IS   *
052500*                      NOT, SINCE EITHER WOULD SHORTEN THE LEAD  *
052600*                      TIME WITHOUT ANYONE KNOWING.              *
052700*----------------------------------------------------------------*
052800 1200-LOAD-CALENDAR.
052900     OPEN INPUT SHOP-CALENDAR
053000     IF NOT SHOPCAL-STATUS-OK
053100         DISPLAY "UNABLE TO OPEN SHOP-CALENDAR - FILE STATUS = "
053200             WS-SHOPCAL-STATUS
053300         MOVE 16 TO RETURN-CODE
053400         STOP RUN
053500     END-IF
053600     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT
053700         UNTIL SHOPCAL-EOF
053800     CLOSE SHOP-CALENDAR
053900     .
054000 1200-EXIT.
054100     EXIT.
054200*----------------------------------------------------------------*
054300* 1210-READ-CALENDAR - READ AND HOLD ONE CLOSED DATE             *
054400*----------------------------------------------------------------*
054500 1210-READ-CALENDAR.
054600     READ SHOP-CALENDAR
054700         AT END
054800             MOVE "Y" TO WS-SHOPCAL-EOF-SWITCH
054900             GO TO 1210-EXIT
055000     END-READ
055100     IF SCL-CLOSED-DATE = SPACES
055200         GO TO 1210-EXIT
055300     END-IF
055400     IF WS-CLOSED-COUNT NOT < WS-CLOSED-MAX
055500         DISPLAY "SHOP-CALENDAR HAS MORE DATES THAN THE "
055600             "CLOSED-DATE TABLE HOLDS - RUN STOPPED"
055700         MOVE 16 TO RETURN-CODE
055800         STOP RUN
055900     END-IF
056000     ADD 1 TO WS-CLOSED-COUNT
056100     MOVE SCL-CLOSED-DATE TO CLS-DATE (WS-CLOSED-COUNT)
056200     .
056300 1210-EXIT.
056400     EXIT.
056500*----------------------------------------------------------------*
056600* 1400-SET-WINDOW - WALK FORWARD FROM TODAY UNTIL WS-LEAD-DAYS   *
056700*                   OPEN (NOT CLOSED) DAYS HAVE BEEN COUNTED.    *
056800*                   THAT DAY ENDS THE WINDOW; AN ANNIVERSARY     *
056900*                   FROM TODAY THROUGH IT PRINTS THIS RUN.       *
057000*----------------------------------------------------------------*
057100 1400-SET-WINDOW.
057200     MOVE WS-CURRENT-YEAR       TO WS-WORK-YEAR
057300     MOVE WS-CURRENT-MONTH      TO WS-WORK-MONTH
057400     MOVE WS-CURRENT-DAY        TO WS-WORK-DAY
057500     MOVE WS-PRINT-DATE         TO WS-CAND-PRINT-DATE
057600     MOVE ZERO                  TO WS-BUSINESS-COUNT
057700     PERFORM 1450-TEST-NEXT-DAY THRU 1450-EXIT
057800         UNTIL WS-BUSINESS-COUNT NOT < WS-LEAD-DAYS
057900     MOVE WS-WORK-YMD           TO WS-WINDOW-END-YMD
058000     MOVE WS-CAND-PRINT-DATE    TO WS-WINDOW-END-PRINT
058100     .
058200 1400-EXIT.
058300     EXIT.
058400*----------------------------------------------------------------*
058500* 1450-TEST-NEXT-DAY - ADVANCE THE WORK DATE ONE DAY AND COUNT   *
058600*                      IT WHEN THE SHOP IS OPEN THAT DAY         *
058700*----------------------------------------------------------------*
058800 1450-TEST-NEXT-DAY.
058900     PERFORM 1500-ADD-ONE-DAY   THRU 1500-EXIT
059000     MOVE SPACES                TO WS-CAND-PRINT-DATE
059100     STRING WS-WORK-MONTH       DELIMITED BY SIZE
059200            "/"                 DELIMITED BY SIZE
059300            WS-WORK-DAY         DELIMITED BY SIZE
059400            "/"                 DELIMITED BY SIZE
059500            WS-WORK-YEAR        DELIMITED BY SIZE
059600       INTO WS-CAND-PRINT-DATE
059700
059800     PERFORM 1470-CHECK-CLOSED  THRU 1470-EXIT
059900     IF NOT CANDIDATE-DAY-CLOSED
060000         ADD 1                  TO WS-BUSINESS-COUNT
060100     END-IF
060200     .
060300 1450-EXIT.
060400     EXIT.
060500*----------------------------------------------------------------*
060600* 1470-CHECK-CLOSED - SCAN THE CLOSED-DATE TABLE FOR THE         *
060700*                     CANDIDATE DATE                             *
060800*----------------------------------------------------------------*
060900 1470-CHECK-CLOSED.
061000     MOVE "N"                   TO WS-CLOSED-SWITCH
061100     MOVE ZERO                  TO WS-CLOSED-IX
061200     PERFORM 1480-TEST-CLOSED-ENTRY THRU 1480-EXIT
061300         UNTIL CANDIDATE-DAY-CLOSED
061400            OR WS-CLOSED-IX NOT < WS-CLOSED-COUNT
061500     .
061600 1470-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------*
061900* 1480-TEST-CLOSED-ENTRY - TEST ONE CLOSED-DATE TABLE ENTRY      *
062000*----------------------------------------------------------------*
062100 1480-TEST-CLOSED-ENTRY.
062200     ADD 1                      TO WS-CLOSED-IX
062300     IF CLS-DATE (WS-CLOSED-IX) = WS-CAND-PRINT-DATE
062400         MOVE "Y"               TO WS-CLOSED-SWITCH
062500     END-IF
062600     .
062700 1480-EXIT.
062800     EXIT.
062900*----------------------------------------------------------------*
063000* 1500-ADD-ONE-DAY - ADVANCE THE WORK DATE BY ONE CALENDAR DAY,  *
063100*                    ROLLING THE MONTH AND YEAR AS NEEDED        *
063200*----------------------------------------------------------------*
063300 1500-ADD-ONE-DAY.
063400     MOVE WS-DAYS-IN-MONTH (WS-WORK-MONTH) TO WS-MONTH-LIMIT
063500     IF WS-WORK-MONTH = 02
063600         MOVE WS-WORK-YEAR      TO WS-LEAP-TEST-YEAR
063700         PERFORM 2030-CHECK-LEAP-YEAR THRU 2030-EXIT
063800         IF LEAP-YEAR
063900             MOVE 29            TO WS-MONTH-LIMIT
064000         END-IF
064100     END-IF
064200
064300     IF WS-WORK-DAY < WS-MONTH-LIMIT
064400         ADD 1                  TO WS-WORK-DAY
064500     ELSE
064600         MOVE 01                TO WS-WORK-DAY
064700         IF WS-WORK-MONTH < 12
064800             ADD 1              TO WS-WORK-MONTH
064900         ELSE
065000             MOVE 01            TO WS-WORK-MONTH
065100             ADD 1              TO WS-WORK-YEAR
065200         END-IF
065300     END-IF
065400     .
065500 1500-EXIT.
065600     EXIT.
065700*----------------------------------------------------------------*
065800* 2000-PROCESS-HONOREE - TEST ONE ACTIVE EMPLOYEE FOR A SERVICE  *
065900*                        MILESTONE INSIDE THE WINDOW THAT IS NOT *
066000*                        ALREADY ON THE REGISTER                 *
066100*----------------------------------------------------------------*
066200 2000-PROCESS-HONOREE.
066300     IF NOT HON-ACTIVE OR NOT HON-TYPE-EMPLOYEE
066400         GO TO 2000-NEXT
066500     END-IF
066600     ADD 1 TO WS-EMPLOYEE-COUNT
066700
066800     MOVE HON-ID                TO HEV-HONOREE-ID
066900     MOVE "S"                   TO HEV-EVENT-TYPE
067000     READ HONOREE-EVENT
067100         INVALID KEY
067200             MOVE ZERO          TO HEV-EVENT-YEAR
067300     END-READ
067400     IF HEV-EVENT-YEAR = ZERO
067500         ADD 1 TO WS-NO-SERVICE-COUNT
067600         GO TO 2000-NEXT
067700     END-IF
067800
067900     MOVE WS-CURRENT-YEAR       TO WS-ANNIV-YEAR
068000     PERFORM 2100-SET-ANNIV-DATE THRU 2100-EXIT
068100     IF WS-ANNIV-YMD < WS-TODAY-YMD
068200         ADD 1                  TO WS-ANNIV-YEAR
068300         PERFORM 2100-SET-ANNIV-DATE THRU 2100-EXIT
068400     END-IF
068500     IF WS-ANNIV-YMD > WS-WINDOW-END-YMD
068600         GO TO 2000-NEXT
068700     END-IF
068800
068900     IF HEV-EVENT-YEAR NOT < WS-ANNIV-YEAR
069000         GO TO 2000-NEXT
069100     END-IF
069200     MOVE WS-ANNIV-YEAR         TO WS-YEAR
069300     SUBTRACT HEV-EVENT-YEAR  FROM WS-YEAR
069400     DIVIDE WS-YEAR BY WS-MILESTONE-INTERVAL
069500         GIVING WS-MILESTONE-QUOTIENT
069600         REMAINDER WS-MILESTONE-REMAINDER
069700     IF WS-MILESTONE-REMAINDER NOT = ZERO
069800         GO TO 2000-NEXT
069900     END-IF
070000     ADD 1 TO WS-MILESTONE-COUNT
070100
070200     MOVE HON-ID                TO CRG-HONOREE-ID
070300     MOVE WS-ANNIV-YEAR         TO CRG-ANNIV-YEAR
070400     READ CERT-REGISTER
070500         INVALID KEY
070600             CONTINUE
070700         NOT INVALID KEY
070800             ADD 1 TO WS-REGISTERED-COUNT
070900             GO TO 2000-NEXT
071000     END-READ
071100
071200     MOVE HON-DEPT-CODE         TO WS-NEW-CERT-DEPT
071300     MOVE WS-ANNIV-YMD          TO WS-NEW-CERT-YMD
071400     MOVE HON-ID                TO WS-NEW-CERT-ID
071500     MOVE HON-NAME              TO WS-NEW-CERT-NAME
071600     MOVE WS-YEAR               TO WS-NEW-CERT-YEARS
071700     MOVE WS-ANNIV-YEAR         TO WS-NEW-CERT-ANNIV-YEAR
071800     MOVE WS-ANNIV-PRINT        TO WS-NEW-CERT-PRINT
071900     MOVE "N"                   TO WS-NEW-CERT-REPRINT
072000     PERFORM 2300-LOOKUP-DEPT   THRU 2300-EXIT
072100     PERFORM 3600-HOLD-CERTIFICATE THRU 3600-EXIT
072200     .
072300 2000-NEXT.
072400     PERFORM 1100-READ-HONOREE  THRU 1100-EXIT
072500     .
072600 2000-EXIT.
072700     EXIT.
072800*----------------------------------------------------------------*
072900* 2030-CHECK-LEAP-YEAR - SET LEAP-YEAR FOR WS-LEAP-TEST-YEAR     *
073000*----------------------------------------------------------------*
073100 2030-CHECK-LEAP-YEAR.
073200     MOVE "N" TO WS-LEAP-SWITCH
073300     DIVIDE WS-LEAP-TEST-YEAR BY 4
073400         GIVING WS-LEAP-QUOTIENT
073500         REMAINDER WS-LEAP-REMAINDER
073600     IF WS-LEAP-REMAINDER = ZERO
073700         MOVE "Y" TO WS-LEAP-SWITCH
073800     END-IF
073900     DIVIDE WS-LEAP-TEST-YEAR BY 100
074000         GIVING WS-LEAP-QUOTIENT
074100         REMAINDER WS-LEAP-REMAINDER
074200     IF WS-LEAP-REMAINDER = ZERO
074300         MOVE "N" TO WS-LEAP-SWITCH
074400     END-IF
074500     DIVIDE WS-LEAP-TEST-YEAR BY 400
074600         GIVING WS-LEAP-QUOTIENT
074700         REMAINDER WS-LEAP-REMAINDER
074800     IF WS-LEAP-REMAINDER = ZERO
074900         MOVE "Y" TO WS-LEAP-SWITCH
075000     END-IF
075100     .
075200 2030-EXIT.
075300     EXIT.
075400*----------------------------------------------------------------*
075500* 2100-SET-ANNIV-DATE - THE SERVICE ANNIVERSARY IN WS-ANNIV-YEAR,*
075600*                       AS CCYYMMDD FOR THE WINDOW TEST AND      *
075700*                       MM/DD/CCYY FOR PRINTING                  *
075800*----------------------------------------------------------------*
075900 2100-SET-ANNIV-DATE.
076000     MOVE HEV-EVENT-MONTH       TO WS-ANNIV-MONTH
076100     MOVE HEV-EVENT-DAY         TO WS-ANNIV-DAY
076200     IF WS-ANNIV-MONTH = ZERO OR WS-ANNIV-DAY = ZERO
076300         MOVE WS-VALID-MONTH    TO WS-ANNIV-MONTH
076400         MOVE WS-VALID-DAY      TO WS-ANNIV-DAY
076500     END-IF
076600     IF WS-ANNIV-MONTH = 02 AND WS-ANNIV-DAY = 29
076700         MOVE WS-ANNIV-YEAR     TO WS-LEAP-TEST-YEAR
076800         PERFORM 2030-CHECK-LEAP-YEAR THRU 2030-EXIT
076900         IF NOT LEAP-YEAR
077000             MOVE 28            TO WS-ANNIV-DAY
077100         END-IF
077200     END-IF
077300
077400     MOVE SPACES                TO WS-ANNIV-PRINT
077500     STRING WS-ANNIV-MONTH      DELIMITED BY SIZE
077600            "/"                 DELIMITED BY SIZE
077700            WS-ANNIV-DAY        DELIMITED BY SIZE
077800            "/"                 DELIMITED BY SIZE
077900            WS-ANNIV-YEAR       DELIMITED BY SIZE
078000       INTO WS-ANNIV-PRINT
078100     .
078200 2100-EXIT.
078300     EXIT.
078400*----------------------------------------------------------------*
078500* 2300-LOOKUP-DEPT - DEPARTMENT NAME FOR THE NEW CERTIFICATE.  A *
078600*                    BLANK OR UNKNOWN CODE IS LABELLED AS        *
078700*                    GREETING DOES                               *
078800*----------------------------------------------------------------*
078900 2300-LOOKUP-DEPT.
079000     IF WS-NEW-CERT-DEPT = SPACES
079100         MOVE "(NO DEPARTMENT ASSIGNED)" TO WS-NEW-CERT-DEPT-NAME
079200         GO TO 2300-EXIT
079300     END-IF
079400     MOVE WS-NEW-CERT-DEPT      TO DPT-DEPT-CODE
079500     READ DEPT-CONTROL
079600         INVALID KEY
079700             MOVE "(NOT ON DEPARTMENT FILE)"
079800                 TO WS-NEW-CERT-DEPT-NAME
079900         NOT INVALID KEY
080000             MOVE DPT-DEPT-NAME TO WS-NEW-CERT-DEPT-NAME
080100     END-READ
080200     .
080300 2300-EXIT.
080400     EXIT.
080500*----------------------------------------------------------------*
080600* 3000-PRINT-CERTIFICATES - PRINT PHASE: ONE PAGE PER TABLE      *
080700*                           ENTRY, ITS REGISTER ROW, AND ITS     *
080800*                           ROUTING-SHEET LINE, WITH A NEW       *
080900*                           ROUTING SHEET AT EVERY CHANGE OF     *
081000*                           DEPARTMENT                           *
081100*----------------------------------------------------------------*
081200 3000-PRINT-CERTIFICATES.
081300     IF WS-CERT-COUNT = ZERO
081400         WRITE ROUTING-RPT-REC  FROM WS-ROUTING-TITLE
081500             AFTER ADVANCING PAGE
081600         MOVE SPACES            TO ROUTING-RPT-REC
081700         WRITE ROUTING-RPT-REC
081800             AFTER ADVANCING 1 LINE
081900         MOVE "NO CERTIFICATES TO PRINT THIS RUN"
082000             TO ROUTING-RPT-REC
082100         WRITE ROUTING-RPT-REC
082200             AFTER ADVANCING 1 LINE
082300         GO TO 3000-EXIT
082400     END-IF
082500
082600     PERFORM 3100-PRINT-ONE-CERT THRU 3100-EXIT
082700         VARYING WS-CERT-IX FROM 1 BY 1
082800         UNTIL WS-CERT-IX > WS-CERT-COUNT
082900     PERFORM 3500-PRINT-DEPT-TOTAL THRU 3500-EXIT
083000     .
083100 3000-EXIT.
083200     EXIT.
083300*----------------------------------------------------------------*
083400* 3100-PRINT-ONE-CERT - ROUTING HEADINGS AT EACH CHANGE OF       *
083500*                       DEPARTMENT, THEN THE CERTIFICATE PAGE,   *
083600*                       THE REGISTER UPDATE AND THE ROUTING LINE *
083700*----------------------------------------------------------------*
083800 3100-PRINT-ONE-CERT.
083900     IF WS-CERT-IX = 1
084000         PERFORM 3400-PRINT-ROUTING-HEADING THRU 3400-EXIT
084100     ELSE
084200         IF CRT-DEPT-CODE (WS-CERT-IX) NOT =
084300            CRT-DEPT-CODE (WS-CERT-IX - 1)
084400             PERFORM 3500-PRINT-DEPT-TOTAL THRU 3500-EXIT
084500             PERFORM 3400-PRINT-ROUTING-HEADING THRU 3400-EXIT
084600         END-IF
084700     END-IF
084800
084900     PERFORM 3200-PRINT-CERT-PAGE THRU 3200-EXIT
085000     PERFORM 3300-UPDATE-REGISTER THRU 3300-EXIT
085100
085200     MOVE CRT-HONOREE-ID    (WS-CERT-IX) TO RDL-HONOREE-ID
085300     MOVE CRT-HONOREE-NAME  (WS-CERT-IX) TO RDL-HONOREE-NAME
085400     MOVE CRT-SERVICE-YEARS (WS-CERT-IX) TO RDL-SERVICE-YEARS
085500     MOVE CRT-ANNIV-PRINT   (WS-CERT-IX) TO RDL-ANNIV-DATE
085600     IF CRT-REPRINT (WS-CERT-IX)
085700         MOVE "REPRINT"         TO RDL-REPRINT
085800     ELSE
085900         MOVE SPACES            TO RDL-REPRINT
086000     END-IF
086100     WRITE ROUTING-RPT-REC      FROM WS-ROUTING-DETAIL-LINE
086200         AFTER ADVANCING 2 LINES
086300     ADD 1 TO WS-DEPT-CERT-COUNT
086400     .
086500 3100-EXIT.
086600     EXIT.
086700*----------------------------------------------------------------*
086800* 3200-PRINT-CERT-PAGE - ONE BOXED CERTIFICATE PAGE WITH THE     *
086900*                        SIGNATURE BLOCK.  A REPRINT IS MARKED   *
087000*                        AS A DUPLICATE WITH TODAY'S DATE.       *
087100*----------------------------------------------------------------*
087200 3200-PRINT-CERT-PAGE.
087300     WRITE CERTIFICATE-PRT-REC  FROM WS-CERT-BORDER
087400         AFTER ADVANCING PAGE
087500     MOVE SPACES                TO CTL-TEXT
087600     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT 4 TIMES
087700     MOVE "                 CERTIFICATE OF SERVICE RECOGNITION"
087800         TO CTL-TEXT
087900     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT
088000     MOVE SPACES                TO CTL-TEXT
088100     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT 3 TIMES
088200     MOVE "                          PRESENTED TO"
088300         TO CTL-TEXT
088400     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT
088500     MOVE SPACES                TO CTL-TEXT
088600     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT
088700     MOVE CRT-HONOREE-NAME (WS-CERT-IX) TO NMT-NAME
088800     MOVE WS-NAME-TEXT          TO CTL-TEXT
088900     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT
089000     MOVE SPACES                TO CTL-TEXT
089100     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT 2 TIMES
089200     MOVE CRT-SERVICE-YEARS (WS-CERT-IX) TO YRT-YEARS
089300     MOVE WS-YEARS-TEXT         TO CTL-TEXT
089400     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT
089500     MOVE SPACES                TO CTL-TEXT
089600     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT
089700     MOVE CRT-ANNIV-PRINT (WS-CERT-IX) TO DTT-ANNIV-DATE
089800     MOVE WS-DATE-TEXT          TO CTL-TEXT
089900     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT
090000     MOVE CRT-DEPT-CODE (WS-CERT-IX) TO DPX-DEPT-CODE
090100     MOVE CRT-DEPT-NAME (WS-CERT-IX) TO DPX-DEPT-NAME
090200     MOVE WS-DEPT-TEXT          TO CTL-TEXT
090300     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT
090400     MOVE SPACES                TO CTL-TEXT
090500     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT 6 TIMES
090600     MOVE WS-SIGN-RULE          TO CTL-TEXT
090700     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT
090800     MOVE WS-SIGN-CAPTION       TO CTL-TEXT
090900     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT
091000     MOVE SPACES                TO CTL-TEXT
091100     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT 2 TIMES
091200     IF CRT-REPRINT (WS-CERT-IX)
091300         MOVE WS-PRINT-DATE     TO RPT-REPRINT-DATE
091400         MOVE WS-REPRINT-TEXT   TO CTL-TEXT
091500     END-IF
091600     PERFORM 3250-WRITE-CERT-LINE THRU 3250-EXIT
091700     WRITE CERTIFICATE-PRT-REC  FROM WS-CERT-BORDER
091800         AFTER ADVANCING 1 LINE
091900     .
092000 3200-EXIT.
092100     EXIT.
092200*----------------------------------------------------------------*
092300* 3250-WRITE-CERT-LINE - WRITE ONE BOXED LINE OF THE CERTIFICATE *
092400*----------------------------------------------------------------*
092500 3250-WRITE-CERT-LINE.
092600     WRITE CERTIFICATE-PRT-REC  FROM WS-CERT-LINE
092700         AFTER ADVANCING 1 LINE
092800     .
092900 3250-EXIT.
093000     EXIT.
093100*----------------------------------------------------------------*
093200* 3300-UPDATE-REGISTER - ENTER A NEW CERTIFICATE ON THE          *
093300*                        REGISTER, OR COUNT A REPRINT AGAINST    *
093400*                        ITS EXISTING ROW WITH THE DATE AND THE  *
093500*                        OPERATOR WHO ASKED FOR IT               *
093600*----------------------------------------------------------------*
093700 3300-UPDATE-REGISTER.
093800     MOVE CRT-HONOREE-ID (WS-CERT-IX) TO CRG-HONOREE-ID
093900     MOVE CRT-ANNIV-YEAR (WS-CERT-IX) TO CRG-ANNIV-YEAR
094000     IF CRT-REPRINT (WS-CERT-IX)
094100         READ CERT-REGISTER
094200         ADD 1                  TO CRG-REPRINT-COUNT
094300         MOVE WS-PRINT-DATE     TO CRG-LAST-REPRINT-DATE
094400         MOVE WS-OPERATOR-ID    TO CRG-REPRINT-OPERATOR
094500         REWRITE CERT-REGISTER-REC
094600         ADD 1 TO WS-REPRINTED-COUNT
094700     ELSE
094800         MOVE CRT-SERVICE-YEARS (WS-CERT-IX) TO CRG-SERVICE-YEARS
094900         MOVE CRT-ANNIV-PRINT   (WS-CERT-IX) TO CRG-ANNIV-DATE
095000         MOVE CRT-DEPT-CODE     (WS-CERT-IX) TO CRG-DEPT-CODE
095100         MOVE WS-PRINT-DATE     TO CRG-PRINT-DATE
095200         MOVE ZERO              TO CRG-REPRINT-COUNT
095300         MOVE SPACES            TO CRG-LAST-REPRINT-DATE
095400                                   CRG-REPRINT-OPERATOR
095500         WRITE CERT-REGISTER-REC
095600         ADD 1 TO WS-PRINTED-COUNT
095700     END-IF
095800     IF NOT REGISTER-STATUS-OK
095900         DISPLAY "UNABLE TO UPDATE CERT-REGISTER - FILE STATUS = "
096000             WS-REGISTER-STATUS
096100         MOVE 16 TO RETURN-CODE
096200         STOP RUN
096300     END-IF
096400     .
096500 3300-EXIT.
096600     EXIT.
096700*----------------------------------------------------------------*
096800* 3400-PRINT-ROUTING-HEADING - A NEW ROUTING SHEET FOR THE       *
096900*                              DEPARTMENT, ADDRESSED TO ITS      *
097000*                              GREETING COORDINATOR ON           *
097100*                              DEPT-CONTROL                      *
097200*----------------------------------------------------------------*
097300 3400-PRINT-ROUTING-HEADING.
097400     MOVE CRT-DEPT-CODE (WS-CERT-IX) TO RDH-DEPT-CODE
097500     MOVE CRT-DEPT-NAME (WS-CERT-IX) TO RDH-DEPT-NAME
097600     MOVE SPACES                TO RCH-COORD-NAME
097700                                   RCH-COORD-MAILBOX
097800     IF RDH-DEPT-CODE NOT = SPACES
097900         MOVE RDH-DEPT-CODE     TO DPT-DEPT-CODE
098000         READ DEPT-CONTROL
098100             INVALID KEY
098200                 CONTINUE
098300             NOT INVALID KEY
098400                 MOVE DPT-COORD-NAME    TO RCH-COORD-NAME
098500                 MOVE DPT-COORD-MAILBOX TO RCH-COORD-MAILBOX
098600         END-READ
098700     END-IF
098800
098900     WRITE ROUTING-RPT-REC      FROM WS-ROUTING-TITLE
099000         AFTER ADVANCING PAGE
099100     WRITE ROUTING-RPT-REC      FROM WS-ROUTING-DEPT-HEADING
099200         AFTER ADVANCING 2 LINES
099300     WRITE ROUTING-RPT-REC      FROM WS-ROUTING-COORD-HEADING
099400         AFTER ADVANCING 1 LINE
099500     WRITE ROUTING-RPT-REC      FROM WS-ROUTING-COLUMN-HEADING
099600         AFTER ADVANCING 2 LINES
099700     MOVE ZERO                  TO WS-DEPT-CERT-COUNT
099800     .
099900 3400-EXIT.
100000     EXIT.
100100*----------------------------------------------------------------*
100200* 3500-PRINT-DEPT-TOTAL - CLOSE OFF ONE DEPARTMENT'S SHEET       *
100300*----------------------------------------------------------------*
100400 3500-PRINT-DEPT-TOTAL.
100500     MOVE WS-DEPT-CERT-COUNT    TO RDT-COUNT
100600     WRITE ROUTING-RPT-REC      FROM WS-ROUTING-DEPT-TOTAL
100700         AFTER ADVANCING 2 LINES
100800     .
100900 3500-EXIT.
101000     EXIT.
101100*----------------------------------------------------------------*
101200* 3600-HOLD-CERTIFICATE - INSERT THE NEW CERTIFICATE INTO THE    *
101300*                         TABLE AT ITS DEPARTMENT SLOT.  ONE     *
101400*                         THAT DOES NOT FIT IS COUNTED AND LEFT  *
101500*                         OFF THE REGISTER, SO THE NEXT RUN      *
101600*                         PRINTS IT; THE RUN ENDS WITH A         *
101700*                         WARNING RETURN CODE.                   *
101800*----------------------------------------------------------------*
101900 3600-HOLD-CERTIFICATE.
102000     IF WS-CERT-COUNT NOT < WS-CERT-MAX
102100         ADD 1                  TO WS-OVERFLOW-COUNT
102200         MOVE 4                 TO RETURN-CODE
102300         GO TO 3600-EXIT
102400     END-IF
102500
102600     MOVE "N"                   TO WS-SLOT-SWITCH
102700     MOVE 1                     TO WS-INS-IX
102800     PERFORM 3610-FIND-CERT-SLOT THRU 3610-EXIT
102900         UNTIL INSERT-SLOT-FOUND
103000            OR WS-INS-IX > WS-CERT-COUNT
103100
103200     MOVE WS-CERT-COUNT         TO WS-SHIFT-IX
103300     PERFORM 3620-SHIFT-CERT-ENTRY THRU 3620-EXIT
103400         UNTIL WS-SHIFT-IX < WS-INS-IX
103500
103600     ADD 1                      TO WS-CERT-COUNT
103700     MOVE WS-NEW-CERT-ENTRY     TO WS-CERT-ENTRY (WS-INS-IX)
103800     .
103900 3600-EXIT.
104000     EXIT.
104100*----------------------------------------------------------------*
104200* 3610-FIND-CERT-SLOT - FIND THE FIRST ENTRY THAT SORTS AFTER    *
104300*                       THE NEW ONE                              *
104400*----------------------------------------------------------------*
104500 3610-FIND-CERT-SLOT.
104600     IF CRT-SORT-KEY (WS-INS-IX) > WS-NEW-CERT-KEY
104700         MOVE "Y"               TO WS-SLOT-SWITCH
104800     ELSE
104900         ADD 1                  TO WS-INS-IX
105000     END-IF
105100     .
105200 3610-EXIT.
105300     EXIT.
105400*----------------------------------------------------------------*
105500* 3620-SHIFT-CERT-ENTRY - SHIFT ONE ENTRY DOWN TO OPEN THE SLOT  *
105600*----------------------------------------------------------------*
105700 3620-SHIFT-CERT-ENTRY.
105800     MOVE WS-CERT-ENTRY (WS-SHIFT-IX)
105900       TO WS-CERT-ENTRY (WS-SHIFT-IX + 1)
106000     SUBTRACT 1 FROM WS-SHIFT-IX
106100     .
106200 3620-EXIT.
106300     EXIT.
106400*----------------------------------------------------------------*
106500* 5000-ACCEPT-REPRINT - REPRINT MODE: ACCEPT ONE HONOREE ID AND  *
106600*                       ANNIVERSARY YEAR (A BLANK ID ENDS THE    *
106700*                       REQUESTS).  ONLY A CERTIFICATE ALREADY   *
106800*                       ON THE REGISTER CAN BE REPRINTED; IT     *
106900*                       PRINTS WITH THE HONOREE'S CURRENT NAME   *
107000*                       AND DEPARTMENT.                          *
107100*----------------------------------------------------------------*
107200 5000-ACCEPT-REPRINT.
107300     MOVE SPACES                TO WS-REPRINT-ID
107400     DISPLAY "ENTER HONOREE ID TO REPRINT (BLANK = END): "
107500         WITH NO ADVANCING
107600     ACCEPT WS-REPRINT-ID
107700     IF WS-REPRINT-ID = SPACES
107800         MOVE "Y"               TO WS-REPRINT-SWITCH
107900         GO TO 5000-EXIT
108000     END-IF
108100     DISPLAY "ENTER ANNIVERSARY YEAR (CCYY): "
108200         WITH NO ADVANCING
108300     ACCEPT WS-REPRINT-YEAR
108400     IF WS-REPRINT-YEAR NOT NUMERIC
108500         DISPLAY "ANNIVERSARY YEAR IS NOT A VALID CCYY - "
108600             WS-REPRINT-YEAR " - NOT REPRINTED"
108700         ADD 1 TO WS-REJECTED-COUNT
108800         GO TO 5000-EXIT
108900     END-IF
109000
109100     MOVE WS-REPRINT-ID         TO CRG-HONOREE-ID
109200     MOVE WS-REPRINT-YEAR       TO CRG-ANNIV-YEAR
109300     READ CERT-REGISTER
109400         INVALID KEY
109500             DISPLAY "NO CERTIFICATE ON THE REGISTER FOR "
109600                 WS-REPRINT-ID " " WS-REPRINT-YEAR
109700                 " - NOT REPRINTED"
109800             ADD 1 TO WS-REJECTED-COUNT
109900             GO TO 5000-EXIT
110000     END-READ
110100     MOVE WS-REPRINT-ID         TO HON-ID
110200     READ HONOREE-FILE
110300         INVALID KEY
110400             DISPLAY "HONOREE " WS-REPRINT-ID
110500                 " IS NOT ON HONOREE-FILE - NOT REPRINTED"
110600             ADD 1 TO WS-REJECTED-COUNT
110700             GO TO 5000-EXIT
110800     END-READ
110900
111000     MOVE HON-DEPT-CODE         TO WS-NEW-CERT-DEPT
111100     MOVE CRG-ANNIV-DATE (7:4)  TO WS-NEW-CERT-YMD (1:4)
111200     MOVE CRG-ANNIV-DATE (1:2)  TO WS-NEW-CERT-YMD (5:2)
111300     MOVE CRG-ANNIV-DATE (4:2)  TO WS-NEW-CERT-YMD (7:2)
111400     MOVE HON-ID                TO WS-NEW-CERT-ID
111500     MOVE HON-NAME              TO WS-NEW-CERT-NAME
111600     MOVE CRG-SERVICE-YEARS     TO WS-NEW-CERT-YEARS
111700     MOVE CRG-ANNIV-YEAR        TO WS-NEW-CERT-ANNIV-YEAR
111800     MOVE CRG-ANNIV-DATE        TO WS-NEW-CERT-PRINT
111900     MOVE "Y"                   TO WS-NEW-CERT-REPRINT
112000     PERFORM 2300-LOOKUP-DEPT   THRU 2300-EXIT
112100     PERFORM 3600-HOLD-CERTIFICATE THRU 3600-EXIT
112200     .
112300 5000-EXIT.
112400     EXIT.
112500*----------------------------------------------------------------*
112600* 9000-TERMINATE - WRITE CONTROL TOTALS TO THE ROUTING REPORT    *
112700*                  AND CLOSE FILES.  A REJECTED REPRINT REQUEST  *
112800*                  OR A FULL TABLE ENDS WITH RETURN CODE 4.      *
112900*----------------------------------------------------------------*
113000 9000-TERMINATE.
113100     IF WS-OVERFLOW-COUNT > ZERO
113200         MOVE WS-OVERFLOW-COUNT TO MSG-COUNT
113300         MOVE " MORE DUE - NOT PRINTED OR REGISTERED, RUN AGAIN"
113400             TO MSG-TEXT
113500         WRITE ROUTING-RPT-REC  FROM WS-MESSAGE-LINE
113600             AFTER ADVANCING 2 LINES
113700     END-IF
113800
113900     MOVE "CONTROL TOTALS"      TO ROUTING-RPT-REC
114000     WRITE ROUTING-RPT-REC
114100         AFTER ADVANCING PAGE
114200     IF PRINT-MODE
114300         MOVE "HONOREES READ..............:" TO TOT-LABEL
114400         MOVE WS-HONOREE-READ-COUNT TO TOT-COUNT
114500         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
114600         MOVE "ACTIVE EMPLOYEES TESTED....:" TO TOT-LABEL
114700         MOVE WS-EMPLOYEE-COUNT TO TOT-COUNT
114800         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
114900         MOVE "NO SERVICE DATE ON FILE....:" TO TOT-LABEL
115000         MOVE WS-NO-SERVICE-COUNT TO TOT-COUNT
115100         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
115200         MOVE "MILESTONES IN WINDOW.......:" TO TOT-LABEL
115300         MOVE WS-MILESTONE-COUNT TO TOT-COUNT
115400         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
115500         MOVE "ALREADY ON REGISTER........:" TO TOT-LABEL
115600         MOVE WS-REGISTERED-COUNT TO TOT-COUNT
115700         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
115800         MOVE "CERTIFICATES PRINTED.......:" TO TOT-LABEL
115900         MOVE WS-PRINTED-COUNT  TO TOT-COUNT
116000         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
116100     ELSE
116200         MOVE "CERTIFICATES REPRINTED.....:" TO TOT-LABEL
116300         MOVE WS-REPRINTED-COUNT TO TOT-COUNT
116400         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
116500         MOVE "REPRINT REQUESTS REJECTED..:" TO TOT-LABEL
116600         MOVE WS-REJECTED-COUNT TO TOT-COUNT
116700         PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
116800     END-IF
116900     MOVE "NOT PRINTED - TABLE FULL...:" TO TOT-LABEL
117000     MOVE WS-OVERFLOW-COUNT     TO TOT-COUNT
117100     PERFORM 9100-WRITE-TOTAL   THRU 9100-EXIT
117200
117300     CLOSE HONOREE-FILE
117400     CLOSE HONOREE-EVENT
117500     CLOSE DEPT-CONTROL
117600     CLOSE CERT-REGISTER
117700     CLOSE CERTIFICATE-PRT
117800     CLOSE ROUTING-RPT
117900
118000     IF WS-REJECTED-COUNT > ZERO
118100         MOVE 4 TO RETURN-CODE
118200     END-IF
118300     .
118400 9000-EXIT.
118500     EXIT.
118600*----------------------------------------------------------------*
118700* 9100-WRITE-TOTAL - WRITE ONE CONTROL TOTAL LINE                *
118800*----------------------------------------------------------------*
118900 9100-WRITE-TOTAL.
119000     WRITE ROUTING-RPT-REC      FROM WS-TOTAL-LINE
119100         AFTER ADVANCING 1 LINE
119200     .
119300 9100-EXIT.
119400     EXIT.
119500*================================================================*
