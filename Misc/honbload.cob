001803*                  AND REJECT-RPT OPENED EXTEND SO THE EARLIER    *
001804*                  LINES ARE PRESERVED, NOT TRUNCATED.  A RERUN   *
001805*                  NO LONGER RE-APPLIES UPDATES ALREADY ON FILE.  *
001815* 10/15/2026 RC    KEEP THE HONOREE'S BIRTHDAY ROW ON HONOREE-    *
001825*                  EVENT IN STEP WITH THE BIRTH DATE, AS HONMAINT *
001835*                  DOES - AN ACCEPTED ADD CREATES THE ROW AND AN  *
001845*                  ACCEPTED UPDATE THAT CHANGES THE BIRTH DATE    *
001855*                  REFRESHES IT, KEEPING ANY WORDING ALREADY ON   *
001865*                  THE ROW.  EACH ROW CHANGE IS JOURNALED TO      *
001875*                  HEVJRNL UNDER OPERATOR ID HONBLOAD.            *
001876* 10/15/2026 RC    CARRY THE HIRE/SERVICE DATE FROM THE           *
001877*                  TRANSACTION ONTO THE HONOREE'S SERVICE EVENT   *
001878*                  ROW THE SAME WAY (ZERO = NONE ON ADD, NO       *
001879*                  CHANGE ON UPDATE), REJECTING A HIRE DATE THAT  *
001880*                  IS NOT A DATE.  AN ADD MAY NOW CARRY A ZERO    *
001881*                  BIRTH YEAR (NOT KNOWN) - THE HR FEED SENDS     *
001882*                  ONLY THE BIRTH MONTH AND DAY.                  *
001884* 10/15/2026 RC    EDIT A NON-BLANK DEPARTMENT CODE ON ADDS AND   *
001886*                  UPDATES AGAINST THE NEW DEPT-CONTROL FILE,     *
001888*                  REJECTING A CODE NOT ON FILE (REASON 11) OR A  *
001890*                  CLOSED DEPARTMENT (REASON 12), AS HONMAINT     *
001892*                  DOES ONLINE.                                   *
001893* 10/15/2026 RC    JOURNAL EVERY ACCEPTED ADD, UPDATE AND         *
001894*                  DEACTIVATE TO HONJRNL WITH BEFORE AND AFTER    *
001895*                  IMAGES UNDER OPERATOR ID HONBLOAD, AS HONMAINT *
001896*                  DOES ONLINE, SO A FORWARD RECOVERY FROM A      *
001897*                  HONUTIL BACKUP CAN REPLAY BATCH LOADS TOO.     *
001898*================================================================*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.  IBM-370.
003200                               RECORD KEY IS HON-ID
003300                               FILE STATUS IS WS-HONOREE-STATUS.
003400
003410     SELECT HONOREE-EVENT      ASSIGN TO HONEVENT
003420                               ORGANIZATION IS INDEXED
003430                               ACCESS MODE IS RANDOM
003440                               RECORD KEY IS HEV-EVENT-KEY
003450                               FILE STATUS IS WS-EVENT-STATUS.
003460
003470     SELECT HONOREE-EVENT-JRNL ASSIGN TO HEVJRNL
003480                               ORGANIZATION IS LINE SEQUENTIAL.
003481
003482     SELECT HONOREE-JRNL       ASSIGN TO HONJRNL
003483                               ORGANIZATION IS LINE SEQUENTIAL.
003484
003485     SELECT DEPT-CONTROL       ASSIGN TO DEPTCTL
003486                               ORGANIZATION IS INDEXED
003487                               ACCESS MODE IS RANDOM
003488                               RECORD KEY IS DPT-DEPT-CODE
003489                               FILE STATUS IS WS-DEPT-STATUS.
003490
003500     SELECT ACCEPT-RPT         ASSIGN TO HONBACPT
003600                               ORGANIZATION IS LINE SEQUENTIAL.
003700
005300 FD  HONOREE-FILE
005400     RECORDING MODE IS F.
005500     COPY HONOREE.
005505*----------------------------------------------------------------*
005510* HONOREE-EVENT - THE HONOREE'S BIRTHDAY AND SERVICE ROWS, KEPT IN*
005515* STEP WITH THE BIRTH AND HIRE DATES APPLIED HERE                *
005520*----------------------------------------------------------------*
005525 FD  HONOREE-EVENT
005530     RECORDING MODE IS F.
005535     COPY HONEVENT.
005540*----------------------------------------------------------------*
005545* HONOREE-EVENT-JRNL - EVENT CHANGE JOURNAL, SHARED WITH HEVMAINT*
005550* AND HONMAINT                                                   *
005555*----------------------------------------------------------------*
005560 FD  HONOREE-EVENT-JRNL
005565     RECORDING MODE IS F.
005570     COPY HEVJRNL.
005571*----------------------------------------------------------------*
005572* HONOREE-JRNL - CHANGE JOURNAL, SHARED WITH HONMAINT, APPENDED  *
005573* FOR EVERY ADD, UPDATE, OR DEACTIVATE APPLIED IN THIS RUN       *
005574*----------------------------------------------------------------*
005575 FD  HONOREE-JRNL
005576     RECORDING MODE IS F.
005577     COPY HONJRNL.
005578*----------------------------------------------------------------*
005579* DEPT-CONTROL - READ TO EDIT THE DEPARTMENT CODE ON EACH        *
005580* TRANSACTION                                                    *
005581*----------------------------------------------------------------*
005582 FD  DEPT-CONTROL
005583     RECORDING MODE IS F.
005584     COPY DEPTCTL.
005600*----------------------------------------------------------------*
005700* ACCEPT-RPT - ONE LINE PER TRANSACTION APPLIED TO HONORFIL      *
005800*----------------------------------------------------------------*
008200     88  TRAN-STATUS-OK                 VALUE "00".
008300 77  WS-HONOREE-STATUS          PIC X(02).
008400     88  HONOREE-STATUS-OK              VALUE "00".
008410 77  WS-EVENT-STATUS            PIC X(02).
008420     88  EVENT-STATUS-OK                VALUE "00".
008430 77  WS-DEPT-STATUS             PIC X(02).
008440     88  DEPT-STATUS-OK                 VALUE "00".
008500 77  WS-EOF-SWITCH              PIC X(01)  VALUE "N".
008600     88  TRAN-EOF                        VALUE "Y".
008700 77  WS-EDIT-SWITCH             PIC X(01)  VALUE "Y".
008991 77  WS-SKIP-COUNT              PIC 9(07)  COMP  VALUE ZERO.
008992 77  WS-SKIPPED-COUNT           PIC 9(07)  COMP  VALUE ZERO.
008993 77  WS-TRAN-APPLIED            PIC 9(07)  COMP  VALUE ZERO.
008998*----------------------------------------------------------------*
009000* EVENT-ROW WORK AREAS - THE BIRTH AND HIRE DATES ARE SAVED      *
009002* AHEAD OF THE WRITE/REWRITE (THE RECORD AREA IS UNDEFINED       *
009004* AFTERWARD), AND THE EVENT JOURNAL ROWS CARRY THE PROGRAM NAME  *
009006* AS THE OPERATOR                                                *
009018*----------------------------------------------------------------*
009023 01  WS-SAVE-BIRTH-DATE.
009028     05  WS-SAVE-BIRTH-YEAR     PIC 9(04).
009033     05  WS-SAVE-BIRTH-MONTH    PIC 9(02).
009038     05  WS-SAVE-BIRTH-DAY      PIC 9(02).
009039 01  WS-SAVE-HIRE-DATE.
009040     05  WS-SAVE-HIRE-YEAR      PIC 9(04).
009041     05  WS-SAVE-HIRE-MONTH     PIC 9(02).
009042     05  WS-SAVE-HIRE-DAY       PIC 9(02).
009043 01  WS-SYNC-DATE.
009044     05  WS-SYNC-YEAR           PIC 9(04).
009045     05  WS-SYNC-MONTH          PIC 9(02).
009046     05  WS-SYNC-DAY            PIC 9(02).
009047 77  WS-SYNC-TYPE               PIC X(01).
009048 77  WS-BATCH-OPERATOR          PIC X(08)  VALUE "HONBLOAD".
009049 77  WS-EVENT-BEFORE-IMAGE      PIC X(80).
009053 77  WS-EVENT-AFTER-IMAGE       PIC X(80).
009055 77  WS-BEFORE-IMAGE            PIC X(92).
009057 77  WS-AFTER-IMAGE             PIC X(92).
009058 77  WS-JRNL-TODAY              PIC X(21).
009063 77  WS-JRNL-DATE               PIC X(10).
009068 77  WS-JRNL-TIME               PIC X(08).
009073*----------------------------------------------------------------*
009100* EDIT REASON CODES - WRITTEN ON EVERY REJECT-RPT LINE            *
009200*----------------------------------------------------------------*
009300 77  WS-REASON-CODE             PIC 9(02)  VALUE ZERO.
015800         MOVE 16 TO RETURN-CODE
015900         STOP RUN
016000     END-IF
016010     OPEN I-O HONOREE-EVENT
016020     IF NOT EVENT-STATUS-OK
016030         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
016040             WS-EVENT-STATUS
016050         MOVE 16 TO RETURN-CODE
016060         STOP RUN
016070     END-IF
016080     OPEN EXTEND HONOREE-EVENT-JRNL
016081     OPEN EXTEND HONOREE-JRNL
016082     OPEN INPUT DEPT-CONTROL
016083     IF NOT DEPT-STATUS-OK
016084         DISPLAY "UNABLE TO OPEN DEPT-CONTROL - FILE STATUS = "
016085             WS-DEPT-STATUS
016086         MOVE 16 TO RETURN-CODE
016087         STOP RUN
016088     END-IF
016090
016300     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
016400     MOVE WS-TODAY (1:4)        TO WS-CURRENT-YEAR
016500     MOVE WS-TODAY (5:2)        TO WS-CURRENT-MONTH
022800     EXIT.
022900*----------------------------------------------------------------*
023000* 2200-EDIT-BIRTH-DATE - EDIT THE BIRTH YEAR/MONTH/DAY FIELDS.   *
023050*                        YEAR MUST BE NUMERIC AND EITHER ZERO    *
023100*                        (NOT KNOWN) OR IN A SANE RANGE;         *
023150*                        MONTH/DAY MUST BE NUMERIC AND           *
023300*                        EITHER BOTH ZERO (DECEMBER 9 DEFAULT)    *
023400*                        OR A PLAUSIBLE CALENDAR MONTH AND DAY.   *
023500*----------------------------------------------------------------*
023600 2200-EDIT-BIRTH-DATE.
023700     IF HTR-BIRTH-YEAR NOT NUMERIC
023750       OR (HTR-BIRTH-YEAR NOT = ZERO
023800           AND (HTR-BIRTH-YEAR < WS-OLDEST-BIRTH-YEAR
023850                OR HTR-BIRTH-YEAR > WS-CURRENT-YEAR))
024000         MOVE "N" TO WS-EDIT-SWITCH
024100         MOVE 04  TO WS-REASON-CODE
024200         MOVE "BIRTH YEAR NOT NUMERIC OR OUT OF RANGE"
026995     .
026996 2300-EXIT.
026997     EXIT.
026999*----------------------------------------------------------------*
027001* 2400-EDIT-HIRE-DATE - THE HIRE DATE MUST BE NUMERIC AND EITHER *
027003*                       ALL ZERO (NONE / NO CHANGE) OR A         *
027005*                       PLAUSIBLE DATE NOT IN THE FUTURE         *
027007*----------------------------------------------------------------*
027009 2400-EDIT-HIRE-DATE.
027011     IF HTR-HIRE-DATE NOT NUMERIC
027013         MOVE "N" TO WS-EDIT-SWITCH
027015         MOVE 10  TO WS-REASON-CODE
027017         MOVE "HIRE DATE NOT NUMERIC" TO WS-REASON-TEXT
027019         GO TO 2400-EXIT
027021     END-IF
027023
027025     IF HTR-HIRE-DATE = ZERO
027027         GO TO 2400-EXIT
027029     END-IF
027031
027033     IF HTR-HIRE-YEAR  < WS-OLDEST-BIRTH-YEAR
027035       OR HTR-HIRE-YEAR  > WS-CURRENT-YEAR
027037       OR HTR-HIRE-MONTH < 01 OR HTR-HIRE-MONTH > 12
027039       OR HTR-HIRE-DAY   < 01 OR HTR-HIRE-DAY   > 31
027041         MOVE "N" TO WS-EDIT-SWITCH
027043         MOVE 10  TO WS-REASON-CODE
027045         MOVE "HIRE DATE NOT A CALENDAR DATE" TO WS-REASON-TEXT
027047     END-IF
027049     .
027051 2400-EXIT.
027053     EXIT.
027054*----------------------------------------------------------------*
027055* 2450-EDIT-DEPT-CODE - A NON-BLANK DEPARTMENT CODE MUST BE ON   *
027056*                       DEPT-CONTROL AND ACTIVE.  BLANK MEANS    *
027057*                       NONE ON ADD / NO CHANGE ON UPDATE.       *
027058*----------------------------------------------------------------*
027059 2450-EDIT-DEPT-CODE.
027060     IF HTR-DEPT-CODE = SPACES
027061         GO TO 2450-EXIT
027062     END-IF
027063
027064     MOVE HTR-DEPT-CODE         TO DPT-DEPT-CODE
027065     READ DEPT-CONTROL
027066         INVALID KEY
027067             MOVE "N" TO WS-EDIT-SWITCH
027068             MOVE 11  TO WS-REASON-CODE
027069             MOVE "DEPARTMENT CODE NOT ON FILE" TO WS-REASON-TEXT
027070             GO TO 2450-EXIT
027071     END-READ
027072     IF DPT-CLOSED
027073         MOVE "N" TO WS-EDIT-SWITCH
027074         MOVE 12  TO WS-REASON-CODE
027075         MOVE "DEPARTMENT IS CLOSED" TO WS-REASON-TEXT
027076     END-IF
027077     .
027078 2450-EXIT.
027079     EXIT.
027080*----------------------------------------------------------------*
027100* 3000-APPLY-ADD - EDIT AND APPLY ONE ADD TRANSACTION            *
027200*----------------------------------------------------------------*
027300 3000-APPLY-ADD.
030040         PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
030050         GO TO 3000-EXIT
030060     END-IF
030065
030070     PERFORM 2400-EDIT-HIRE-DATE THRU 2400-EXIT
030075     IF EDIT-FAILED
030080         PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
030085         GO TO 3000-EXIT
030090     END-IF
030091
030092     PERFORM 2450-EDIT-DEPT-CODE THRU 2450-EXIT
030093     IF EDIT-FAILED
030094         PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
030095         GO TO 3000-EXIT
030096     END-IF
030100
030200     INITIALIZE HONOREE-REC
030300     MOVE HTR-ID                TO HON-ID
030940     MOVE HTR-DEPT-CODE         TO HON-DEPT-CODE
031000
031050     MOVE HON-NAME              TO ACP-HONOREE-NAME
031060     MOVE HON-BIRTH-YEAR        TO WS-SAVE-BIRTH-YEAR
031070     MOVE HON-BIRTH-MONTH       TO WS-SAVE-BIRTH-MONTH
031080     MOVE HON-BIRTH-DAY         TO WS-SAVE-BIRTH-DAY
031090     MOVE HTR-HIRE-DATE         TO WS-SAVE-HIRE-DATE
031092     MOVE SPACES                TO WS-BEFORE-IMAGE
031094     MOVE HONOREE-REC           TO WS-AFTER-IMAGE
031100     WRITE HONOREE-REC
031200         INVALID KEY
031300             MOVE 06 TO WS-REASON-CODE
031500                 TO WS-REASON-TEXT
031600             PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
031700         NOT INVALID KEY
031710             MOVE "A" TO HJR-TRAN-TYPE
031720             PERFORM 6700-WRITE-HONOREE-JOURNAL THRU 6700-EXIT
031750             PERFORM 6400-SYNC-EVENTS THRU 6400-EXIT
031800             MOVE "ADDED" TO ACP-MESSAGE
031900             PERFORM 7000-WRITE-ACCEPT THRU 7000-EXIT
032000     END-WRITE
036040         PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
036050         GO TO 4000-EXIT
036060     END-IF
036065
036070     PERFORM 2400-EDIT-HIRE-DATE THRU 2400-EXIT
036075     IF EDIT-FAILED
036080         PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
036085         GO TO 4000-EXIT
036090     END-IF
036091
036092     PERFORM 2450-EDIT-DEPT-CODE THRU 2450-EXIT
036093     IF EDIT-FAILED
036094         PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
036095         GO TO 4000-EXIT
036096     END-IF
036100
036200     MOVE HTR-ID TO HON-ID
036300     READ HONOREE-FILE
036700             PERFORM 8000-WRITE-REJECT THRU 8000-EXIT
036800             GO TO 4000-EXIT
036900     END-READ
036950     MOVE HONOREE-REC           TO WS-BEFORE-IMAGE
037000
037100     IF HTR-NAME NOT = SPACES
037200         MOVE HTR-NAME          TO HON-NAME
038093     END-IF
038100
038150     MOVE HON-NAME              TO ACP-HONOREE-NAME
038160     MOVE HON-BIRTH-YEAR        TO WS-SAVE-BIRTH-YEAR
038170     MOVE HON-BIRTH-MONTH       TO WS-SAVE-BIRTH-MONTH
038180     MOVE HON-BIRTH-DAY         TO WS-SAVE-BIRTH-DAY
038190     MOVE HTR-HIRE-DATE         TO WS-SAVE-HIRE-DATE
038195     MOVE HONOREE-REC           TO WS-AFTER-IMAGE
038200     REWRITE HONOREE-REC
038210     MOVE "U"                   TO HJR-TRAN-TYPE
038220     PERFORM 6700-WRITE-HONOREE-JOURNAL THRU 6700-EXIT
038250     PERFORM 6400-SYNC-EVENTS   THRU 6400-EXIT
038300     MOVE "UPDATED" TO ACP-MESSAGE
038400     PERFORM 7000-WRITE-ACCEPT  THRU 7000-EXIT
038500     .
040500             GO TO 5000-EXIT
040600     END-READ
040700
040750     MOVE HONOREE-REC           TO WS-BEFORE-IMAGE
040800     MOVE "N" TO HON-ACTIVE-FLAG
040850     MOVE HON-NAME              TO ACP-HONOREE-NAME
040860     MOVE HONOREE-REC           TO WS-AFTER-IMAGE
040900     REWRITE HONOREE-REC
040910     MOVE "D"                   TO HJR-TRAN-TYPE
040920     PERFORM 6700-WRITE-HONOREE-JOURNAL THRU 6700-EXIT
041000     MOVE "DEACTIVATED" TO ACP-MESSAGE
041100     PERFORM 7000-WRITE-ACCEPT  THRU 7000-EXIT
041200     .
041300 5000-EXIT.
041400     EXIT.
041401*----------------------------------------------------------------*
041402* 6400-SYNC-EVENTS - BRING THE HONOREE'S EVENT ROWS INTO STEP    *
041403*                    WITH THE TRANSACTION JUST APPLIED - THE     *
041404*                    BIRTHDAY ROW ALWAYS, THE SERVICE ROW ONLY   *
041405*                    WHEN A HIRE DATE WAS SUPPLIED               *
041406*----------------------------------------------------------------*
041407 6400-SYNC-EVENTS.
041408     MOVE "B"                   TO WS-SYNC-TYPE
041409     MOVE WS-SAVE-BIRTH-DATE    TO WS-SYNC-DATE
041410     PERFORM 6500-SYNC-EVENT    THRU 6500-EXIT
041411
041412     IF WS-SAVE-HIRE-YEAR NOT = ZERO
041413         MOVE "S"               TO WS-SYNC-TYPE
041414         MOVE WS-SAVE-HIRE-DATE TO WS-SYNC-DATE
041415         PERFORM 6500-SYNC-EVENT THRU 6500-EXIT
041416     END-IF
041417     .
041418 6400-EXIT.
041419     EXIT.
041420*----------------------------------------------------------------*
041421* 6500-SYNC-EVENT - ADD THE HONOREE'S WS-SYNC-TYPE ROW ON        *
041422*                   HONOREE-EVENT, OR REFRESH ITS DATE WHEN IT   *
041423*                   HAS CHANGED.  THE ROW'S OWN WORDING IS KEPT. *
041424*----------------------------------------------------------------*
041425 6500-SYNC-EVENT.
041426     MOVE HTR-ID                TO HEV-HONOREE-ID
041427     MOVE WS-SYNC-TYPE          TO HEV-EVENT-TYPE
041428     READ HONOREE-EVENT
041429         INVALID KEY
041430             INITIALIZE HONOREE-EVENT-REC
041431             MOVE HTR-ID        TO HEV-HONOREE-ID
041432             MOVE WS-SYNC-TYPE  TO HEV-EVENT-TYPE
041433             MOVE WS-SYNC-YEAR  TO HEV-EVENT-YEAR
041434             MOVE WS-SYNC-MONTH TO HEV-EVENT-MONTH
041435             MOVE WS-SYNC-DAY   TO HEV-EVENT-DAY
041436             MOVE SPACES        TO HEV-GREETING-TEXT
041437             MOVE SPACES        TO WS-EVENT-BEFORE-IMAGE
041438             MOVE HONOREE-EVENT-REC TO WS-EVENT-AFTER-IMAGE
041439             WRITE HONOREE-EVENT-REC
041440             MOVE "A"           TO HEJ-TRAN-TYPE
041441             PERFORM 6600-WRITE-EVENT-JOURNAL THRU 6600-EXIT
041442             GO TO 6500-EXIT
041443     END-READ
041444
041445     IF  HEV-EVENT-YEAR  = WS-SYNC-YEAR
041446     AND HEV-EVENT-MONTH = WS-SYNC-MONTH
041447     AND HEV-EVENT-DAY   = WS-SYNC-DAY
041448         GO TO 6500-EXIT
041449     END-IF
041450     MOVE HONOREE-EVENT-REC     TO WS-EVENT-BEFORE-IMAGE
041451     MOVE WS-SYNC-YEAR          TO HEV-EVENT-YEAR
041452     MOVE WS-SYNC-MONTH         TO HEV-EVENT-MONTH
041453     MOVE WS-SYNC-DAY           TO HEV-EVENT-DAY
041454     MOVE HONOREE-EVENT-REC     TO WS-EVENT-AFTER-IMAGE
041455     REWRITE HONOREE-EVENT-REC
041456     MOVE "U"                   TO HEJ-TRAN-TYPE
041457     PERFORM 6600-WRITE-EVENT-JOURNAL THRU 6600-EXIT
041458     .
041459 6500-EXIT.
041460     EXIT.
041461*----------------------------------------------------------------*
041462* 6600-WRITE-EVENT-JOURNAL - WRITE ONE HEVJRNL ROW.  THE CALLER  *
041463*                            SETS HEJ-TRAN-TYPE AND THE BEFORE   *
041464*                            AND AFTER IMAGES.                   *
041465*----------------------------------------------------------------*
041466 6600-WRITE-EVENT-JOURNAL.
041467     MOVE FUNCTION CURRENT-DATE TO WS-JRNL-TODAY
041468     STRING WS-JRNL-TODAY (5:2)  DELIMITED BY SIZE
041469            "/"                  DELIMITED BY SIZE
041470            WS-JRNL-TODAY (7:2)  DELIMITED BY SIZE
041471            "/"                  DELIMITED BY SIZE
041472            WS-JRNL-TODAY (1:4)  DELIMITED BY SIZE
041473       INTO WS-JRNL-DATE
041474     STRING WS-JRNL-TODAY (9:2)  DELIMITED BY SIZE
041475            ":"                  DELIMITED BY SIZE
041476            WS-JRNL-TODAY (11:2) DELIMITED BY SIZE
041477            ":"                  DELIMITED BY SIZE
041478            WS-JRNL-TODAY (13:2) DELIMITED BY SIZE
041479       INTO WS-JRNL-TIME
041480
041481     MOVE WS-JRNL-DATE          TO HEJ-RUN-DATE
041482     MOVE WS-JRNL-TIME          TO HEJ-TIME
041483     MOVE WS-BATCH-OPERATOR     TO HEJ-OPERATOR-ID
041484     MOVE WS-EVENT-BEFORE-IMAGE TO HEJ-BEFORE-IMAGE
041485     MOVE WS-EVENT-AFTER-IMAGE  TO HEJ-AFTER-IMAGE
041486     WRITE HONOREE-EVENT-JRNL-REC
041487     .
041488 6600-EXIT.
041489     EXIT.
041491*----------------------------------------------------------------*
041493* 6700-WRITE-HONOREE-JOURNAL - WRITE ONE HONJRNL ROW.  THE       *
041495*                              CALLER SETS HJR-TRAN-TYPE AND     *
041497*                              BOTH IMAGES.                      *
041499*----------------------------------------------------------------*
041501 6700-WRITE-HONOREE-JOURNAL.
041503     MOVE FUNCTION CURRENT-DATE TO WS-JRNL-TODAY
041505     STRING WS-JRNL-TODAY (5:2)  DELIMITED BY SIZE
041507            "/"                  DELIMITED BY SIZE
041509            WS-JRNL-TODAY (7:2)  DELIMITED BY SIZE
041511            "/"                  DELIMITED BY SIZE
041513            WS-JRNL-TODAY (1:4)  DELIMITED BY SIZE
041515       INTO WS-JRNL-DATE
041517     STRING WS-JRNL-TODAY (9:2)  DELIMITED BY SIZE
041519            ":"                  DELIMITED BY SIZE
041521            WS-JRNL-TODAY (11:2) DELIMITED BY SIZE
041523            ":"                  DELIMITED BY SIZE
041525            WS-JRNL-TODAY (13:2) DELIMITED BY SIZE
041527       INTO WS-JRNL-TIME
041529
041531     MOVE WS-JRNL-DATE          TO HJR-RUN-DATE
041533     MOVE WS-JRNL-TIME          TO HJR-TIME
041535     MOVE WS-BATCH-OPERATOR     TO HJR-OPERATOR-ID
041537     MOVE WS-BEFORE-IMAGE       TO HJR-BEFORE-IMAGE
041539     MOVE WS-AFTER-IMAGE        TO HJR-AFTER-IMAGE
041541     WRITE HONOREE-JRNL-REC
041543     .
041545 6700-EXIT.
041547     EXIT.
041549*----------------------------------------------------------------*
041600* 7000-WRITE-ACCEPT - WRITE ONE ACCEPTED-TRANSACTION LINE        *
041700*----------------------------------------------------------------*
041800 7000-WRITE-ACCEPT.
045670
045700     CLOSE HONOREE-TRAN-FILE
045800     CLOSE HONOREE-FILE
045810     CLOSE HONOREE-EVENT
045820     CLOSE HONOREE-EVENT-JRNL
045830     CLOSE HONOREE-JRNL
045870     CLOSE DEPT-CONTROL
045900     CLOSE ACCEPT-RPT
046000     CLOSE REJECT-RPT
046100     .
