000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.       HONHRFD.
000300 AUTHOR.           R COTTRELL.
000400 INSTALLATION.     OPERATIONS SUPPORT.
000500 DATE-WRITTEN.     10/15/2026.
000600 DATE-COMPILED.    10/15/2026.
000700*================================================================*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                   *
001100* 10/15/2026 RC    ORIGINAL PROGRAM - COMPARES THE HR MASTER      *
001200*                  FEED WITH HONOREE-FILE AND WRITES A HONTRAN    *
001300*                  DECK FOR HONBLOAD: AN ADD FOR EVERY ACTIVE     *
001400*                  EMPLOYEE NOT YET ON FILE AND AN UPDATE         *
001500*                  CARRYING ONLY THE FIELDS HR HAS CHANGED FOR    *
001600*                  EVERY ONE THAT IS.  DIFFERENCES THIS STEP IS   *
001700*                  NOT ALLOWED TO APPLY ON ITS OWN (THE HR        *
001800*                  GREETING OPT-OUT, A FIELD HR HAS BLANKED, AN   *
001900*                  INACTIVE OR NON-EMPLOYEE HONOREE) GO TO A      *
002000*                  REVIEW LIST FOR THE COORDINATORS INSTEAD.      *
002100*                  LEAVERS ARE STILL HONRECON'S JOB.              *
002110* 10/15/2026 RC    DO NOT CARRY AN HR EMAIL ADDRESS THAT EMLSTAT  *
002120*                  HAS SUPPRESSED FOR THE HONOREE AFTER REPEATED  *
002130*                  HARD BOUNCES (BOUNCE-HIST) - IT GOES TO THE    *
002140*                  REVIEW LIST INSTEAD, SO THE FEED CANNOT PUT A  *
002150*                  DEAD ADDRESS BACK ON FILE.                     *
002200*================================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT HR-MASTER-FILE     ASSIGN TO HRMASTER
003000                               ORGANIZATION IS INDEXED
003100                               ACCESS MODE IS SEQUENTIAL
003200                               RECORD KEY IS HRM-EMPLOYEE-ID
003300                               FILE STATUS IS WS-HR-STATUS.
003400
003500     SELECT HONOREE-FILE       ASSIGN TO HONORFIL
003600                               ORGANIZATION IS INDEXED
003700                               ACCESS MODE IS RANDOM
003800                               RECORD KEY IS HON-ID
003900                               FILE STATUS IS WS-HONOREE-STATUS.
004000
004100     SELECT HONOREE-EVENT      ASSIGN TO HONEVENT
004200                               ORGANIZATION IS INDEXED
004300                               ACCESS MODE IS RANDOM
004400                               RECORD KEY IS HEV-EVENT-KEY
004500                               FILE STATUS IS WS-EVENT-STATUS.
004510
004520     SELECT BOUNCE-HIST        ASSIGN TO BOUNCHST
004530                               ORGANIZATION IS INDEXED
004540                               ACCESS MODE IS RANDOM
004550                               RECORD KEY IS BNH-BOUNCE-KEY
004560                               FILE STATUS IS WS-BOUNCE-STATUS.
004600
004700     SELECT HONOREE-TRAN-FILE  ASSIGN TO HONTRAN
004800                               ORGANIZATION IS LINE SEQUENTIAL
004900                               FILE STATUS IS WS-TRAN-STATUS.
005000
005100     SELECT HR-FEED-REVIEW-RPT ASSIGN TO HRFDREVW
005200                               ORGANIZATION IS LINE SEQUENTIAL.
005300*================================================================*
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------------*
005700* HR-MASTER-FILE - THE FULL HR FEED, READ IN EMPLOYEE-ID ORDER   *
005800*----------------------------------------------------------------*
005900 FD  HR-MASTER-FILE
006000     RECORDING MODE IS F.
006100     COPY HRMAST.
006200*----------------------------------------------------------------*
006300* HONOREE-FILE - RANDOM LOOKUP BY EMPLOYEE ID, NEVER UPDATED     *
006400* HERE - HONBLOAD APPLIES THE CHANGES                            *
006500*----------------------------------------------------------------*
006600 FD  HONOREE-FILE
006700     RECORDING MODE IS F.
006800     COPY HONOREE.
006900*----------------------------------------------------------------*
007000* HONOREE-EVENT - RANDOM LOOKUP OF THE SERVICE ROW, TO COMPARE   *
007100* THE HIRE DATE                                                  *
007200*----------------------------------------------------------------*
007300 FD  HONOREE-EVENT
007400     RECORDING MODE IS F.
007500     COPY HONEVENT.
007510*----------------------------------------------------------------*
007520* BOUNCE-HIST - RANDOM LOOKUP OF THE HR ADDRESS, TO KEEP A       *
007530* SUPPRESSED ONE OFF FILE                                        *
007540*----------------------------------------------------------------*
007550 FD  BOUNCE-HIST
007560     RECORDING MODE IS F.
007570     COPY BOUNCHST.
007600*----------------------------------------------------------------*
007700* HONOREE-TRAN-FILE - THE ADD/UPDATE DECK HONBLOAD APPLIES NEXT  *
007800*----------------------------------------------------------------*
007900 FD  HONOREE-TRAN-FILE
008000     RECORDING MODE IS F.
008100     COPY HONTRAN.
008200*----------------------------------------------------------------*
008300* HR-FEED-REVIEW-RPT - ONE LINE PER FIELD-LEVEL DIFFERENCE LEFT  *
008400* FOR A COORDINATOR TO DECIDE, THEN THE CONTROL TOTALS           *
008500*----------------------------------------------------------------*
008600 FD  HR-FEED-REVIEW-RPT
008700     RECORDING MODE IS F.
008800 01  HR-FEED-REVIEW-REC         PIC X(150).
008900 WORKING-STORAGE SECTION.
009000*----------------------------------------------------------------*
009100* RUN-DATE WORK AREAS                                            *
009200*----------------------------------------------------------------*
009300 01  WS-TODAY                   PIC X(21).
009400 01  WS-CURRENT-DATE-R.
009500     05  WS-CURRENT-YEAR        PIC 9(04).
009600     05  WS-CURRENT-MONTH       PIC 9(02).
009700     05  WS-CURRENT-DAY         PIC 9(02).
009800 01  WS-PRINT-DATE              PIC X(10).
009900*----------------------------------------------------------------*
010000* FILE STATUS AND CONTROL SWITCHES                                *
010100*----------------------------------------------------------------*
010200 01  WS-HR-STATUS               PIC X(02).
010300     88  HR-STATUS-OK                   VALUE "00".
010400 01  WS-HONOREE-STATUS          PIC X(02).
010500     88  HONOREE-STATUS-OK              VALUE "00".
010600 01  WS-EVENT-STATUS            PIC X(02).
010700     88  EVENT-STATUS-OK                VALUE "00".
010800 01  WS-TRAN-STATUS             PIC X(02).
010900     88  TRAN-STATUS-OK                 VALUE "00".
010910 01  WS-BOUNCE-STATUS           PIC X(02).
010920     88  BOUNCE-STATUS-OK               VALUE "00".
011000 01  WS-EOF-SWITCH              PIC X(01)  VALUE "N".
011100     88  HR-EOF                          VALUE "Y".
011200 01  WS-CHANGE-SWITCH           PIC X(01)  VALUE "N".
011300     88  HONOREE-CHANGED                 VALUE "Y".
011310 01  WS-SUPPRESS-SWITCH         PIC X(01)  VALUE "N".
011320     88  HR-ADDRESS-SUPPRESSED           VALUE "Y".
011400*----------------------------------------------------------------*
011500* REVIEW-LINE WORK AREAS - FILLED BY THE CALLER OF 5000          *
011600*----------------------------------------------------------------*
011700 01  WS-REVIEW-FIELD            PIC X(14).
011800 01  WS-REVIEW-ON-FILE          PIC X(40).
011900 01  WS-REVIEW-ON-HR            PIC X(40).
012000*----------------------------------------------------------------*
012100* CONTROL TOTALS                                                  *
012200*----------------------------------------------------------------*
012300 01  WS-HR-READ-COUNT           PIC 9(07)  COMP  VALUE ZERO.
012400 01  WS-TERMINATED-COUNT        PIC 9(07)  COMP  VALUE ZERO.
012500 01  WS-ADD-COUNT               PIC 9(07)  COMP  VALUE ZERO.
012600 01  WS-UPDATE-COUNT            PIC 9(07)  COMP  VALUE ZERO.
012700 01  WS-UNCHANGED-COUNT         PIC 9(07)  COMP  VALUE ZERO.
012800 01  WS-REVIEW-COUNT            PIC 9(07)  COMP  VALUE ZERO.
012900*----------------------------------------------------------------*
013000* REPORT LINE WORK AREAS                                          *
013100*----------------------------------------------------------------*
013200 01  WS-REVIEW-HEADING.
013300     05  FILLER                 PIC X(12)  VALUE "RUN DATE".
013400     05  FILLER                 PIC X(08)  VALUE "ID".
013500     05  FILLER                 PIC X(32)  VALUE "HONOREE NAME".
013600     05  FILLER                 PIC X(16)  VALUE "FIELD".
013700     05  FILLER                 PIC X(42)
013800                                     VALUE "ON HONOREE-FILE".
013900     05  FILLER                 PIC X(40)  VALUE "ON HR FEED".
014000 01  WS-REVIEW-LINE.
014100     05  RVW-RUN-DATE           PIC X(10).
014200     05  FILLER                 PIC X(02)  VALUE SPACES.
014300     05  RVW-HONOREE-ID         PIC X(06).
014400     05  FILLER                 PIC X(02)  VALUE SPACES.
014500     05  RVW-HONOREE-NAME       PIC X(30).
014600     05  FILLER                 PIC X(02)  VALUE SPACES.
014700     05  RVW-FIELD              PIC X(14).
014800     05  FILLER                 PIC X(02)  VALUE SPACES.
014900     05  RVW-ON-FILE            PIC X(40).
015000     05  FILLER                 PIC X(02)  VALUE SPACES.
015100     05  RVW-ON-HR              PIC X(40).
015200 01  WS-TOTAL-LINE.
015300     05  TOT-LABEL              PIC X(30).
015400     05  TOT-COUNT              PIC ZZZZZZ9.
015500     05  FILLER                 PIC X(113) VALUE SPACES.
015600*================================================================*
015700 PROCEDURE DIVISION.
015800*================================================================*
015900* 0000-MAINLINE - CONTROLS OVERALL PROGRAM FLOW                  *
016000*================================================================*
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT
016300     PERFORM 2000-PROCESS-HR      THRU 2000-EXIT
016400         UNTIL HR-EOF
016500     PERFORM 9000-TERMINATE       THRU 9000-EXIT
016600     STOP RUN
016700     .
016800*----------------------------------------------------------------*
016900* 1000-INITIALIZE - OPEN FILES AND COMPUTE TODAY'S RUN DATE      *
017000*----------------------------------------------------------------*
017100 1000-INITIALIZE.
017200     OPEN INPUT  HR-MASTER-FILE
017300     IF NOT HR-STATUS-OK
017400         DISPLAY "UNABLE TO OPEN HR-MASTER-FILE - FILE STATUS = "
017500             WS-HR-STATUS
017600         MOVE 16 TO RETURN-CODE
017700         STOP RUN
017800     END-IF
017900     OPEN INPUT  HONOREE-FILE
018000     IF NOT HONOREE-STATUS-OK
018100         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
018200             WS-HONOREE-STATUS
018300         MOVE 16 TO RETURN-CODE
018400         STOP RUN
018500     END-IF
018600     OPEN INPUT  HONOREE-EVENT
018700     IF NOT EVENT-STATUS-OK
018800         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
018900             WS-EVENT-STATUS
019000         MOVE 16 TO RETURN-CODE
019100         STOP RUN
019200     END-IF
019210     OPEN INPUT  BOUNCE-HIST
019220     IF NOT BOUNCE-STATUS-OK
019230         DISPLAY "UNABLE TO OPEN BOUNCE-HIST - FILE STATUS = "
019240             WS-BOUNCE-STATUS
019250         MOVE 16 TO RETURN-CODE
019260         STOP RUN
019270     END-IF
019300     OPEN OUTPUT HONOREE-TRAN-FILE
019400     IF NOT TRAN-STATUS-OK
019500         DISPLAY "UNABLE TO OPEN HONOREE-TRAN-FILE - STATUS = "
019600             WS-TRAN-STATUS
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN
019900     END-IF
020000     OPEN OUTPUT HR-FEED-REVIEW-RPT
020100
020200     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
020300     MOVE WS-TODAY (1:4)        TO WS-CURRENT-YEAR
020400     MOVE WS-TODAY (5:2)        TO WS-CURRENT-MONTH
020500     MOVE WS-TODAY (7:2)        TO WS-CURRENT-DAY
020600
020700     STRING WS-CURRENT-MONTH    DELIMITED BY SIZE
020800            "/"                 DELIMITED BY SIZE
020900            WS-CURRENT-DAY      DELIMITED BY SIZE
021000            "/"                 DELIMITED BY SIZE
021100            WS-CURRENT-YEAR     DELIMITED BY SIZE
021200       INTO WS-PRINT-DATE
021300
021400     WRITE HR-FEED-REVIEW-REC   FROM WS-REVIEW-HEADING
021500
021600     PERFORM 1100-READ-HR       THRU 1100-EXIT
021700     .
021800 1000-EXIT.
021900     EXIT.
022000*----------------------------------------------------------------*
022100* 1100-READ-HR - READ THE NEXT HR MASTER FEED RECORD             *
022200*----------------------------------------------------------------*
022300 1100-READ-HR.
022400     READ HR-MASTER-FILE NEXT RECORD
022500         AT END
022600             MOVE "Y" TO WS-EOF-SWITCH
022700         NOT AT END
022800             ADD 1 TO WS-HR-READ-COUNT
022900     END-READ
023000     .
023100 1100-EXIT.
023200     EXIT.
023300*----------------------------------------------------------------*
023400* 2000-PROCESS-HR - FOR EACH ACTIVE EMPLOYEE ON THE FEED, BUILD  *
023500*                   AN ADD OR AN UPDATE.  TERMINATED EMPLOYEES   *
023600*                   ARE LEFT TO HONRECON; ANY OTHER STATUS IS    *
023700*                   PUT ON THE REVIEW LIST.                      *
023800*----------------------------------------------------------------*
023900 2000-PROCESS-HR.
024000     IF HRM-EMPLOYEE-TERMINATED
024100         ADD 1 TO WS-TERMINATED-COUNT
024200         GO TO 2000-READ-NEXT
024300     END-IF
024400
024500     IF NOT HRM-EMPLOYEE-ACTIVE
024600         MOVE HRM-EMPLOYEE-NAME TO HON-NAME
024700         MOVE "HR STATUS"       TO WS-REVIEW-FIELD
024800         MOVE SPACES            TO WS-REVIEW-ON-FILE
024900         MOVE HRM-STATUS        TO WS-REVIEW-ON-HR
025000         PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
025100         GO TO 2000-READ-NEXT
025200     END-IF
025300
025400     MOVE HRM-EMPLOYEE-ID       TO HON-ID
025500     READ HONOREE-FILE
025600         INVALID KEY
025700             PERFORM 3000-BUILD-ADD    THRU 3000-EXIT
025800         NOT INVALID KEY
025900             PERFORM 4000-BUILD-UPDATE THRU 4000-EXIT
026000     END-READ
026100     .
026200 2000-READ-NEXT.
026300     PERFORM 1100-READ-HR       THRU 1100-EXIT
026400     .
026500 2000-EXIT.
026600     EXIT.
026700*----------------------------------------------------------------*
026800* 3000-BUILD-ADD - A NEW HIRE.  THE HONOREE IS ADDED AS AN       *
026900*                  EMPLOYEE WITH THE BIRTH YEAR UNKNOWN (HR      *
027000*                  SENDS ONLY MONTH/DAY).  THE GREETING OPT-OUT  *
027100*                  IS NOT CARRIED - IT STAYS UNDER HR OPT-OUT    *
027200*                  CONTROL - SO A NON-BLANK ONE GOES TO REVIEW.  *
027300*----------------------------------------------------------------*
027400 3000-BUILD-ADD.
027500     MOVE SPACES                TO HONOREE-TRAN-REC
027600     INITIALIZE HONOREE-TRAN-REC
027700     MOVE "A"                   TO HTR-ACTION
027800     MOVE HRM-EMPLOYEE-ID       TO HTR-ID
027900     MOVE HRM-EMPLOYEE-NAME     TO HTR-NAME
028000     MOVE ZERO                  TO HTR-BIRTH-YEAR
028100     IF HRM-BIRTH-DATE NUMERIC
028200         MOVE HRM-BIRTH-MONTH   TO HTR-BIRTH-MONTH
028300         MOVE HRM-BIRTH-DAY     TO HTR-BIRTH-DAY
028400     END-IF
028500     MOVE "E"                   TO HTR-TYPE
028600     MOVE HRM-LANG-CODE         TO HTR-LANG-CODE
028700     MOVE HRM-EMAIL-ADDR        TO HTR-EMAIL-ADDR
028800     MOVE SPACES                TO HTR-GREET-PREF
028900     MOVE HRM-DEPT-CODE         TO HTR-DEPT-CODE
029000     IF HRM-HIRE-DATE NUMERIC
029100         MOVE HRM-HIRE-DATE     TO HTR-HIRE-DATE
029200     END-IF
029300     WRITE HONOREE-TRAN-REC
029400     ADD 1 TO WS-ADD-COUNT
029500
029600     MOVE HRM-EMPLOYEE-NAME     TO HON-NAME
029700     IF HRM-GREET-PREF NOT = SPACES
029800         MOVE "GREET PREF"      TO WS-REVIEW-FIELD
029900         MOVE "(NEW HONOREE)"   TO WS-REVIEW-ON-FILE
030000         MOVE HRM-GREET-PREF    TO WS-REVIEW-ON-HR
030100         PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
030200     END-IF
030300     PERFORM 4500-CHECK-FEED-DATES THRU 4500-EXIT
030400     .
030500 3000-EXIT.
030600     EXIT.
030700*----------------------------------------------------------------*
030800* 4000-BUILD-UPDATE - COMPARE THE FEED WITH THE HONOREE-REC AND  *
030900*                     WRITE ONE UPDATE CARRYING ONLY THE FIELDS  *
031000*                     THAT DIFFER (BLANK/ZERO = NO CHANGE TO     *
031100*                     HONBLOAD).  A FIELD HR HAS BLANKED CANNOT  *
031200*                     BE CLEARED THAT WAY AND GOES TO REVIEW.    *
031300*----------------------------------------------------------------*
031400 4000-BUILD-UPDATE.
031500     IF NOT HON-TYPE-EMPLOYEE
031600         MOVE "HONOREE TYPE"    TO WS-REVIEW-FIELD
031700         MOVE HON-TYPE          TO WS-REVIEW-ON-FILE
031800         MOVE "EMPLOYEE"        TO WS-REVIEW-ON-HR
031900         PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
032000         GO TO 4000-EXIT
032100     END-IF
032200
032300     IF NOT HON-ACTIVE
032400         MOVE "ACTIVE FLAG"     TO WS-REVIEW-FIELD
032500         MOVE HON-ACTIVE-FLAG   TO WS-REVIEW-ON-FILE
032600         MOVE "ACTIVE"          TO WS-REVIEW-ON-HR
032700         PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
032800     END-IF
032900
033000     MOVE SPACES                TO HONOREE-TRAN-REC
033100     INITIALIZE HONOREE-TRAN-REC
033200     MOVE "U"                   TO HTR-ACTION
033300     MOVE HON-ID                TO HTR-ID
033400     MOVE "N"                   TO WS-CHANGE-SWITCH
033500
033600     IF  HRM-EMPLOYEE-NAME NOT = SPACES
033700     AND HRM-EMPLOYEE-NAME NOT = HON-NAME
033800         MOVE HRM-EMPLOYEE-NAME TO HTR-NAME
033900         MOVE "Y"               TO WS-CHANGE-SWITCH
034000     END-IF
034100
034200     IF  HRM-BIRTH-DATE NUMERIC
034300     AND HRM-BIRTH-MONTH NOT = ZERO
034400     AND (HRM-BIRTH-MONTH NOT = HON-BIRTH-MONTH
034500          OR HRM-BIRTH-DAY NOT = HON-BIRTH-DAY)
034600         MOVE HRM-BIRTH-MONTH   TO HTR-BIRTH-MONTH
034700         MOVE HRM-BIRTH-DAY     TO HTR-BIRTH-DAY
034800         MOVE "Y"               TO WS-CHANGE-SWITCH
034900     END-IF
035000
035100     EVALUATE TRUE
035200         WHEN HRM-DEPT-CODE = HON-DEPT-CODE
035300             CONTINUE
035400         WHEN HRM-DEPT-CODE = SPACES
035500             MOVE "DEPARTMENT"      TO WS-REVIEW-FIELD
035600             MOVE HON-DEPT-CODE     TO WS-REVIEW-ON-FILE
035700             MOVE "(BLANK)"         TO WS-REVIEW-ON-HR
035800             PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
035900         WHEN OTHER
036000             MOVE HRM-DEPT-CODE     TO HTR-DEPT-CODE
036100             MOVE "Y"               TO WS-CHANGE-SWITCH
036200     END-EVALUATE
036300
036310     PERFORM 4200-CHECK-BOUNCE-HIST THRU 4200-EXIT
036320
036400     EVALUATE TRUE
036500         WHEN HRM-EMAIL-ADDR = HON-EMAIL-ADDR
036600             CONTINUE
036700         WHEN HRM-EMAIL-ADDR = SPACES
036800             MOVE "EMAIL ADDRESS"   TO WS-REVIEW-FIELD
036900             MOVE HON-EMAIL-ADDR    TO WS-REVIEW-ON-FILE
037000             MOVE "(BLANK)"         TO WS-REVIEW-ON-HR
037100             PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
037110         WHEN HR-ADDRESS-SUPPRESSED
037120             MOVE "EMAIL BOUNCED"   TO WS-REVIEW-FIELD
037130             MOVE HON-EMAIL-ADDR    TO WS-REVIEW-ON-FILE
037140             MOVE HRM-EMAIL-ADDR    TO WS-REVIEW-ON-HR
037150             PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
037200         WHEN OTHER
037300             MOVE HRM-EMAIL-ADDR    TO HTR-EMAIL-ADDR
037400             MOVE "Y"               TO WS-CHANGE-SWITCH
037500     END-EVALUATE
037600
037700     EVALUATE TRUE
037800         WHEN HRM-LANG-CODE = HON-LANG-CODE
037900             CONTINUE
038000         WHEN HRM-LANG-CODE = SPACES
038100             MOVE "LANGUAGE"        TO WS-REVIEW-FIELD
038200             MOVE HON-LANG-CODE     TO WS-REVIEW-ON-FILE
038300             MOVE "(BLANK)"         TO WS-REVIEW-ON-HR
038400             PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
038500         WHEN OTHER
038600             MOVE HRM-LANG-CODE     TO HTR-LANG-CODE
038700             MOVE "Y"               TO WS-CHANGE-SWITCH
038800     END-EVALUATE
038900
039000*    THE GREETING OPT-OUT IS NEVER CHANGED BY THIS STEP - A
039100*    DIFFERENCE IS ONLY LISTED FOR THE COORDINATOR TO CONFIRM.
039200     IF  HRM-GREET-PREF NOT = SPACES
039300     AND HRM-GREET-PREF NOT = HON-GREET-PREF
039400         MOVE "GREET PREF"      TO WS-REVIEW-FIELD
039500         MOVE HON-GREET-PREF    TO WS-REVIEW-ON-FILE
039600         MOVE HRM-GREET-PREF    TO WS-REVIEW-ON-HR
039700         PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
039800     END-IF
039900
040000     PERFORM 4100-COMPARE-HIRE-DATE THRU 4100-EXIT
040100     PERFORM 4500-CHECK-FEED-DATES  THRU 4500-EXIT
040200
040300     IF HONOREE-CHANGED
040400         WRITE HONOREE-TRAN-REC
040500         ADD 1 TO WS-UPDATE-COUNT
040600     ELSE
040700         ADD 1 TO WS-UNCHANGED-COUNT
040800     END-IF
040900     .
041000 4000-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------*
041300* 4100-COMPARE-HIRE-DATE - THE HIRE DATE LIVES ON THE HONOREE'S  *
041400*                          SERVICE EVENT ROW.  A MISSING ROW OR  *
041500*                          A DIFFERENT DATE PUTS THE FEED'S DATE *
041600*                          ON THE UPDATE.                        *
041700*----------------------------------------------------------------*
041800 4100-COMPARE-HIRE-DATE.
041900     IF HRM-HIRE-DATE NOT NUMERIC
042000       OR HRM-HIRE-DATE = ZERO
042100         GO TO 4100-EXIT
042200     END-IF
042300
042400     MOVE HON-ID                TO HEV-HONOREE-ID
042500     MOVE "S"                   TO HEV-EVENT-TYPE
042600     READ HONOREE-EVENT
042700         INVALID KEY
042800             MOVE ZERO          TO HEV-EVENT-YEAR
042900             MOVE ZERO          TO HEV-EVENT-MONTH
043000             MOVE ZERO          TO HEV-EVENT-DAY
043100     END-READ
043200
043300     IF  HEV-EVENT-YEAR  = HRM-HIRE-YEAR
043400     AND HEV-EVENT-MONTH = HRM-HIRE-MONTH
043500     AND HEV-EVENT-DAY   = HRM-HIRE-DAY
043600         GO TO 4100-EXIT
043700     END-IF
043800     MOVE HRM-HIRE-DATE         TO HTR-HIRE-DATE
043900     MOVE "Y"                   TO WS-CHANGE-SWITCH
044000     .
044100 4100-EXIT.
044200     EXIT.
044202*----------------------------------------------------------------*
044204* 4200-CHECK-BOUNCE-HIST - IS THE HR ADDRESS ONE EMLSTAT HAS     *
044206*                          SUPPRESSED FOR THIS HONOREE AFTER     *
044208*                          REPEATED HARD BOUNCES?                *
044210*----------------------------------------------------------------*
044212 4200-CHECK-BOUNCE-HIST.
044214     MOVE "N"                   TO WS-SUPPRESS-SWITCH
044216     IF HRM-EMAIL-ADDR = SPACES
044218         GO TO 4200-EXIT
044220     END-IF
044222
044224     MOVE HON-ID                TO BNH-HONOREE-ID
044226     MOVE HRM-EMAIL-ADDR        TO BNH-EMAIL-ADDR
044228     READ BOUNCE-HIST
044230         INVALID KEY
044232             GO TO 4200-EXIT
044234     END-READ
044236     IF BNH-SUPPRESSED
044238         MOVE "Y"               TO WS-SUPPRESS-SWITCH
044240     END-IF
044242     .
044244 4200-EXIT.
044246     EXIT.
044300*----------------------------------------------------------------*
044400* 4500-CHECK-FEED-DATES - A HIRE OR BIRTH DATE HR SENT THAT IS   *
044500*                         NOT NUMERIC IS LEFT OFF THE            *
044600*                         TRANSACTION AND LISTED FOR REVIEW      *
044700*----------------------------------------------------------------*
044800 4500-CHECK-FEED-DATES.
044900     IF HRM-HIRE-DATE NOT NUMERIC
045000         MOVE "HIRE DATE"       TO WS-REVIEW-FIELD
045100         MOVE SPACES            TO WS-REVIEW-ON-FILE
045200         MOVE "NOT NUMERIC ON HR FEED" TO WS-REVIEW-ON-HR
045300         PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
045400     END-IF
045500     IF HRM-BIRTH-DATE NOT NUMERIC
045600         MOVE "BIRTH MON/DAY"   TO WS-REVIEW-FIELD
045700         MOVE SPACES            TO WS-REVIEW-ON-FILE
045800         MOVE "NOT NUMERIC ON HR FEED" TO WS-REVIEW-ON-HR
045900         PERFORM 5000-WRITE-REVIEW THRU 5000-EXIT
046000     END-IF
046100     .
046200 4500-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------*
046500* 5000-WRITE-REVIEW - WRITE ONE REVIEW-LIST LINE.  THE CALLER    *
046600*                     SETS THE FIELD NAME AND BOTH VALUES; THE   *
046700*                     NAME SHOWN IS HON-NAME AS LAST READ.       *
046800*----------------------------------------------------------------*
046900 5000-WRITE-REVIEW.
047000     MOVE WS-PRINT-DATE         TO RVW-RUN-DATE
047100     MOVE HRM-EMPLOYEE-ID       TO RVW-HONOREE-ID
047200     MOVE HON-NAME              TO RVW-HONOREE-NAME
047300     MOVE WS-REVIEW-FIELD       TO RVW-FIELD
047400     MOVE WS-REVIEW-ON-FILE     TO RVW-ON-FILE
047500     MOVE WS-REVIEW-ON-HR       TO RVW-ON-HR
047600     WRITE HR-FEED-REVIEW-REC   FROM WS-REVIEW-LINE
047700     ADD 1 TO WS-REVIEW-COUNT
047800     .
047900 5000-EXIT.
048000     EXIT.
048100*----------------------------------------------------------------*
048200* 9000-TERMINATE - WRITE CONTROL TOTALS AND CLOSE FILES          *
048300*----------------------------------------------------------------*
048400 9000-TERMINATE.
048500     MOVE SPACES                TO HR-FEED-REVIEW-REC
048600     WRITE HR-FEED-REVIEW-REC
048700     MOVE "HR FEED RECORDS READ........:" TO TOT-LABEL
048800     MOVE WS-HR-READ-COUNT      TO TOT-COUNT
048900     WRITE HR-FEED-REVIEW-REC   FROM WS-TOTAL-LINE
049000     MOVE "TERMINATED - LEFT TO HONRECON:" TO TOT-LABEL
049100     MOVE WS-TERMINATED-COUNT   TO TOT-COUNT
049200     WRITE HR-FEED-REVIEW-REC   FROM WS-TOTAL-LINE
049300     MOVE "ADD TRANSACTIONS WRITTEN....:" TO TOT-LABEL
049400     MOVE WS-ADD-COUNT          TO TOT-COUNT
049500     WRITE HR-FEED-REVIEW-REC   FROM WS-TOTAL-LINE
049600     MOVE "UPDATE TRANSACTIONS WRITTEN.:" TO TOT-LABEL
049700     MOVE WS-UPDATE-COUNT       TO TOT-COUNT
049800     WRITE HR-FEED-REVIEW-REC   FROM WS-TOTAL-LINE
049900     MOVE "HONOREES ALREADY CURRENT....:" TO TOT-LABEL
050000     MOVE WS-UNCHANGED-COUNT    TO TOT-COUNT
050100     WRITE HR-FEED-REVIEW-REC   FROM WS-TOTAL-LINE
050200     MOVE "DIFFERENCES LEFT FOR REVIEW.:" TO TOT-LABEL
050300     MOVE WS-REVIEW-COUNT       TO TOT-COUNT
050400     WRITE HR-FEED-REVIEW-REC   FROM WS-TOTAL-LINE
050500
050600     CLOSE HR-MASTER-FILE
050700     CLOSE HONOREE-FILE
050800     CLOSE HONOREE-EVENT
050850     CLOSE BOUNCE-HIST
050900     CLOSE HONOREE-TRAN-FILE
051000     CLOSE HR-FEED-REVIEW-RPT
051100     .
051200 9000-EXIT.
051300     EXIT.
