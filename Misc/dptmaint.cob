000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.       DPTMAINT.
000300 AUTHOR.           R COTTRELL.
000400 INSTALLATION.     OPERATIONS SUPPORT.
000500 DATE-WRITTEN.     10/15/2026.
000600 DATE-COMPILED.    10/15/2026.
000700*================================================================*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                   *
001100* 10/15/2026 RC    ORIGINAL PROGRAM - ONLINE-STYLE MAINTENANCE    *
001200*                  FOR THE DEPT-CONTROL FILE, MODELED ON          *
001300*                  GPMMAINT.  ADDS, UPDATES, AND DELETES          *
001400*                  DEPARTMENT ROWS (NAME, SITE, COORDINATOR,      *
001500*                  DISTRIBUTION LIST, ACTIVE FLAG), WRITES A      *
001600*                  BEFORE/AFTER CHANGE JOURNAL IN THE HONJRNL     *
001700*                  CONVENTION, REFUSES TO DELETE A DEPARTMENT     *
001800*                  STILL CARRIED BY A HONOREE, LISTS THE FILE,    *
001900*                  AND OFFERS A CHECK THAT WARNS FOR EVERY        *
002000*                  ACTIVE HONOREE WHOSE HON-DEPT-CODE IS NOT ON   *
002100*                  FILE OR IS CLOSED.                             *
002200*================================================================*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DEPT-CONTROL       ASSIGN TO DEPTCTL
003000                               ORGANIZATION IS INDEXED
003100                               ACCESS MODE IS DYNAMIC
003200                               RECORD KEY IS DPT-DEPT-CODE
003300                               FILE STATUS IS WS-DEPT-STATUS.
003400
003500     SELECT HONOREE-FILE       ASSIGN TO HONORFIL
003600                               ORGANIZATION IS INDEXED
003700                               ACCESS MODE IS SEQUENTIAL
003800                               RECORD KEY IS HON-ID
003900                               FILE STATUS IS WS-HONOREE-STATUS.
004000
004100     SELECT DEPT-CONTROL-JRNL  ASSIGN TO DPTJRNL
004200                               ORGANIZATION IS LINE SEQUENTIAL.
004300*================================================================*
004400 DATA DIVISION.
004500 FILE SECTION.
004600*----------------------------------------------------------------*
004700* DEPT-CONTROL - MAINTAINED ONLINE BY THIS TRANSACTION           *
004800*----------------------------------------------------------------*
004900 FD  DEPT-CONTROL
005000     RECORDING MODE IS F.
005100     COPY DEPTCTL.
005200*----------------------------------------------------------------*
005300* HONOREE-FILE - READ SEQUENTIALLY BY THE DELETE GUARD AND THE   *
005400* DEPARTMENT CHECK                                               *
005500*----------------------------------------------------------------*
005600 FD  HONOREE-FILE
005700     RECORDING MODE IS F.
005800     COPY HONOREE.
005900*----------------------------------------------------------------*
006000* DEPT-CONTROL-JRNL - CHANGE JOURNAL, APPENDED FOR EVERY ADD,    *
006100* UPDATE, OR DELETE APPLIED IN THIS SESSION                      *
006200*----------------------------------------------------------------*
006300 FD  DEPT-CONTROL-JRNL
006400     RECORDING MODE IS F.
006500     COPY DPTJRNL.
006600 WORKING-STORAGE SECTION.
006700*----------------------------------------------------------------*
006800* FILE STATUS AND CONTROL SWITCHES                               *
006900*----------------------------------------------------------------*
007000 01  WS-DEPT-STATUS             PIC X(02).
007100     88  DEPT-STATUS-OK                 VALUE "00".
007200 01  WS-HONOREE-STATUS          PIC X(02).
007300     88  HONOREE-STATUS-OK              VALUE "00".
007400 01  WS-DONE-SWITCH             PIC X(01)  VALUE "N".
007500     88  MAINTENANCE-DONE                VALUE "Y".
007600 01  WS-HONOREE-EOF-SWITCH      PIC X(01)  VALUE "N".
007700     88  HONOREE-EOF                     VALUE "Y".
007800 01  WS-DEPT-EOF-SWITCH         PIC X(01)  VALUE "N".
007900     88  DEPT-EOF                        VALUE "Y".
008000*----------------------------------------------------------------*
008100* SCREEN-STYLE ENTRY FIELDS                                      *
008200*----------------------------------------------------------------*
008300 01  WS-MENU-CHOICE             PIC X(01).
008400 01  WS-ENTRY-DEPT-CODE         PIC X(03).
008500 01  WS-ENTRY-DEPT-NAME         PIC X(30).
008600 01  WS-ENTRY-SITE              PIC X(20).
008700 01  WS-ENTRY-COORD-NAME        PIC X(30).
008800 01  WS-ENTRY-COORD-MAILBOX     PIC X(40).
008900 01  WS-ENTRY-DIST-LIST         PIC X(40).
009000 01  WS-ENTRY-ACTIVE-FLAG       PIC X(01).
009100*----------------------------------------------------------------*
009200* CLEAR MARKER - ENTERED ON UPDATE TO BLANK AN OPTIONAL FIELD,   *
009300* SINCE A BLANK ENTRY MEANS NO CHANGE                            *
009400*----------------------------------------------------------------*
009500 01  WS-CLEAR-MARKER            PIC X(01)  VALUE "*".
009600*----------------------------------------------------------------*
009700* DELETE-GUARD AND DEPARTMENT-CHECK WORK AREAS AND COUNTS        *
009800*----------------------------------------------------------------*
009900 01  WS-CARRIED-COUNT           PIC 9(05)  COMP  VALUE ZERO.
010000 01  WS-COVERED-COUNT           PIC 9(05)  COMP  VALUE ZERO.
010100 01  WS-WARNING-COUNT           PIC 9(05)  COMP  VALUE ZERO.
010200 01  WS-LISTED-COUNT            PIC 9(05)  COMP  VALUE ZERO.
010300*----------------------------------------------------------------*
010400* CHANGE-JOURNAL WORK AREAS - THE OPERATOR ID IS CAPTURED ONCE   *
010500* AT SIGN-ON; THE BEFORE IMAGE IS SAVED AHEAD OF EVERY CHANGE    *
010600*----------------------------------------------------------------*
010700 01  WS-OPERATOR-ID             PIC X(08)  VALUE SPACES.
010800 01  WS-BEFORE-IMAGE            PIC X(200).
010900 01  WS-AFTER-IMAGE             PIC X(200).
011000 01  WS-JRNL-TODAY              PIC X(21).
011100 01  WS-JRNL-DATE               PIC X(10).
011200 01  WS-JRNL-TIME               PIC X(08).
011300*================================================================*
011400 PROCEDURE DIVISION.
011500*================================================================*
011600* 0000-MAINLINE - CONTROLS OVERALL PROGRAM FLOW                  *
011700*================================================================*
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012000     PERFORM 2000-MENU-TRANSACTION THRU 2000-EXIT
012100         UNTIL MAINTENANCE-DONE
012200     PERFORM 9000-TERMINATE THRU 9000-EXIT
012300     STOP RUN
012400     .
012500*----------------------------------------------------------------*
012600* 1000-INITIALIZE - OPEN DEPT-CONTROL FOR RANDOM MAINTENANCE     *
012700*----------------------------------------------------------------*
012800 1000-INITIALIZE.
012900     OPEN I-O DEPT-CONTROL
013000     IF NOT DEPT-STATUS-OK
013100         DISPLAY "UNABLE TO OPEN DEPT-CONTROL - FILE STATUS = "
013200             WS-DEPT-STATUS
013300         MOVE 16 TO RETURN-CODE
013400         STOP RUN
013500     END-IF
013600     OPEN EXTEND DEPT-CONTROL-JRNL
013700
013800     PERFORM 1100-GET-OPERATOR-ID THRU 1100-EXIT
013900         UNTIL WS-OPERATOR-ID NOT = SPACES
014000     .
014100 1000-EXIT.
014200     EXIT.
014300*----------------------------------------------------------------*
014400* 1100-GET-OPERATOR-ID - PROMPT FOR THE OPERATOR ID UNTIL ONE IS *
014500*                        GIVEN - A BLANK OPERATOR WOULD LEAVE    *
014600*                        CHANGE-JOURNAL ROWS WITH NO ATTRIBUTION *
014700*----------------------------------------------------------------*
014800 1100-GET-OPERATOR-ID.
014900     DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
015000     ACCEPT WS-OPERATOR-ID
015100     .
015200 1100-EXIT.
015300     EXIT.
015400*----------------------------------------------------------------*
015500* 2000-MENU-TRANSACTION - DISPLAY THE MENU AND DISPATCH ONE      *
015600*                         MAINTENANCE REQUEST                    *
015700*----------------------------------------------------------------*
015800 2000-MENU-TRANSACTION.
015900     DISPLAY " "
016000     DISPLAY "DEPARTMENT CONTROL MAINTENANCE"
016100     DISPLAY "  A - ADD A DEPARTMENT"
016200     DISPLAY "  U - UPDATE A DEPARTMENT"
016300     DISPLAY "  D - DELETE A DEPARTMENT"
016400     DISPLAY "  L - LIST ALL DEPARTMENTS"
016500     DISPLAY "  C - CHECK HONOREE DEPARTMENT CODES"
016600     DISPLAY "  X - EXIT"
016700     DISPLAY "ENTER SELECTION: " WITH NO ADVANCING
016800     ACCEPT WS-MENU-CHOICE
016900
017000     INSPECT WS-MENU-CHOICE CONVERTING
017100         "abcdefghijklmnopqrstuvwxyz" TO
017200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
017300
017400     EVALUATE WS-MENU-CHOICE
017500         WHEN "A"
017600             PERFORM 3000-ADD-DEPARTMENT    THRU 3000-EXIT
017700         WHEN "U"
017800             PERFORM 4000-UPDATE-DEPARTMENT THRU 4000-EXIT
017900         WHEN "D"
018000             PERFORM 5000-DELETE-DEPARTMENT THRU 5000-EXIT
018100         WHEN "L"
018200             PERFORM 8000-LIST-DEPARTMENTS  THRU 8000-EXIT
018300         WHEN "C"
018400             PERFORM 7000-DEPARTMENT-CHECK  THRU 7000-EXIT
018500         WHEN "X"
018600             MOVE "Y" TO WS-DONE-SWITCH
018700         WHEN OTHER
018800             DISPLAY "INVALID SELECTION - TRY AGAIN"
018900     END-EVALUATE
019000     .
019100 2000-EXIT.
019200     EXIT.
019300*----------------------------------------------------------------*
019400* 2100-GET-DEPT-CODE - PROMPT FOR THE DEPARTMENT CODE THAT KEYS  *
019500*                      EVERY MAINTENANCE REQUEST                 *
019600*----------------------------------------------------------------*
019700 2100-GET-DEPT-CODE.
019800     DISPLAY "ENTER DEPARTMENT CODE....: " WITH NO ADVANCING
019900     ACCEPT WS-ENTRY-DEPT-CODE
020000     INSPECT WS-ENTRY-DEPT-CODE CONVERTING
020100         "abcdefghijklmnopqrstuvwxyz" TO
020200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
020300     .
020400 2100-EXIT.
020500     EXIT.
020600*----------------------------------------------------------------*
020700* 3000-ADD-DEPARTMENT - ADD A NEW DEPT-CONTROL ROW.  A NEW       *
020800*                       DEPARTMENT IS ALWAYS ADDED ACTIVE; A     *
020900*                       BLANK DISTRIBUTION LIST LEAVES ITS       *
021000*                       ANNOUNCEMENTS ON THE SHOP-WIDE LIST      *
021100*----------------------------------------------------------------*
021200 3000-ADD-DEPARTMENT.
021300     PERFORM 2100-GET-DEPT-CODE THRU 2100-EXIT
021400     IF WS-ENTRY-DEPT-CODE = SPACES
021500         DISPLAY "DEPARTMENT CODE IS BLANK - ROW NOT ADDED"
021600         GO TO 3000-EXIT
021700     END-IF
021800     DISPLAY "ENTER DEPARTMENT NAME....: " WITH NO ADVANCING
021900     ACCEPT WS-ENTRY-DEPT-NAME
022000     IF WS-ENTRY-DEPT-NAME = SPACES
022100         DISPLAY "DEPARTMENT NAME IS BLANK - ROW NOT ADDED"
022200         GO TO 3000-EXIT
022300     END-IF
022400     DISPLAY "ENTER SITE...............: " WITH NO ADVANCING
022500     ACCEPT WS-ENTRY-SITE
022600     DISPLAY "ENTER COORDINATOR NAME...: " WITH NO ADVANCING
022700     ACCEPT WS-ENTRY-COORD-NAME
022800     DISPLAY "ENTER COORDINATOR MAILBOX: " WITH NO ADVANCING
022900     ACCEPT WS-ENTRY-COORD-MAILBOX
023000     DISPLAY "ENTER DISTRIBUTION LIST..: " WITH NO ADVANCING
023100     ACCEPT WS-ENTRY-DIST-LIST
023200
023300     MOVE SPACES                 TO DEPT-CONTROL-REC
023400     MOVE WS-ENTRY-DEPT-CODE     TO DPT-DEPT-CODE
023500     MOVE WS-ENTRY-DEPT-NAME     TO DPT-DEPT-NAME
023600     MOVE WS-ENTRY-SITE          TO DPT-SITE
023700     MOVE WS-ENTRY-COORD-NAME    TO DPT-COORD-NAME
023800     MOVE WS-ENTRY-COORD-MAILBOX TO DPT-COORD-MAILBOX
023900     MOVE WS-ENTRY-DIST-LIST     TO DPT-DIST-LIST
024000     MOVE "Y"                    TO DPT-ACTIVE-FLAG
024100
024200     MOVE SPACES                 TO WS-BEFORE-IMAGE
024300     MOVE DEPT-CONTROL-REC       TO WS-AFTER-IMAGE
024400     WRITE DEPT-CONTROL-REC
024500         INVALID KEY
024600             DISPLAY "DEPARTMENT " WS-ENTRY-DEPT-CODE
024700                 " ALREADY EXISTS"
024800         NOT INVALID KEY
024900             MOVE "A" TO DPJ-TRAN-TYPE
025000             PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
025100             DISPLAY "DEPARTMENT " WS-ENTRY-DEPT-CODE " ADDED"
025200     END-WRITE
025300     .
025400 3000-EXIT.
025500     EXIT.
025600*----------------------------------------------------------------*
025700* 4000-UPDATE-DEPARTMENT - CHANGE AN EXISTING ROW.  A BLANK      *
025800*                          ENTRY LEAVES A FIELD UNCHANGED; THE   *
025900*                          CLEAR MARKER BLANKS AN OPTIONAL       *
026000*                          FIELD.  THE ACTIVE FLAG CLOSES (N)    *
026100*                          OR REOPENS (Y) THE DEPARTMENT.        *
026200*----------------------------------------------------------------*
026300 4000-UPDATE-DEPARTMENT.
026400     PERFORM 2100-GET-DEPT-CODE THRU 2100-EXIT
026500     MOVE WS-ENTRY-DEPT-CODE    TO DPT-DEPT-CODE
026600
026700     READ DEPT-CONTROL
026800         INVALID KEY
026900             DISPLAY "DEPARTMENT " WS-ENTRY-DEPT-CODE
027000                 " NOT FOUND"
027100             GO TO 4000-EXIT
027200     END-READ
027300     MOVE DEPT-CONTROL-REC      TO WS-BEFORE-IMAGE
027400
027500     DISPLAY "ENTER CHANGES (BLANK = NO CHANGE, "
027600         WS-CLEAR-MARKER " = CLEAR AN OPTIONAL FIELD)"
027700     DISPLAY "CURRENT NAME.............: " DPT-DEPT-NAME
027800     DISPLAY "ENTER NEW NAME...........: " WITH NO ADVANCING
027900     ACCEPT WS-ENTRY-DEPT-NAME
028000     IF WS-ENTRY-DEPT-NAME NOT = SPACES
028100       AND WS-ENTRY-DEPT-NAME NOT = WS-CLEAR-MARKER
028200         MOVE WS-ENTRY-DEPT-NAME TO DPT-DEPT-NAME
028300     END-IF
028400
028500     DISPLAY "CURRENT SITE.............: " DPT-SITE
028600     DISPLAY "ENTER NEW SITE...........: " WITH NO ADVANCING
028700     ACCEPT WS-ENTRY-SITE
028800     EVALUATE TRUE
028900         WHEN WS-ENTRY-SITE = SPACES
029000             CONTINUE
029100         WHEN WS-ENTRY-SITE = WS-CLEAR-MARKER
029200             MOVE SPACES TO DPT-SITE
029300         WHEN OTHER
029400             MOVE WS-ENTRY-SITE TO DPT-SITE
029500     END-EVALUATE
029600
029700     DISPLAY "CURRENT COORDINATOR......: " DPT-COORD-NAME
029800     DISPLAY "ENTER NEW COORDINATOR....: " WITH NO ADVANCING
029900     ACCEPT WS-ENTRY-COORD-NAME
030000     EVALUATE TRUE
030100         WHEN WS-ENTRY-COORD-NAME = SPACES
030200             CONTINUE
030300         WHEN WS-ENTRY-COORD-NAME = WS-CLEAR-MARKER
030400             MOVE SPACES TO DPT-COORD-NAME
030500         WHEN OTHER
030600             MOVE WS-ENTRY-COORD-NAME TO DPT-COORD-NAME
030700     END-EVALUATE
030800
030900     DISPLAY "CURRENT MAILBOX..........: " DPT-COORD-MAILBOX
031000     DISPLAY "ENTER NEW MAILBOX........: " WITH NO ADVANCING
031100     ACCEPT WS-ENTRY-COORD-MAILBOX
031200     EVALUATE TRUE
031300         WHEN WS-ENTRY-COORD-MAILBOX = SPACES
031400             CONTINUE
031500         WHEN WS-ENTRY-COORD-MAILBOX = WS-CLEAR-MARKER
031600             MOVE SPACES TO DPT-COORD-MAILBOX
031700         WHEN OTHER
031800             MOVE WS-ENTRY-COORD-MAILBOX TO DPT-COORD-MAILBOX
031900     END-EVALUATE
032000
032100     DISPLAY "CURRENT DISTRIBUTION LIST: " DPT-DIST-LIST
032200     DISPLAY "ENTER NEW LIST...........: " WITH NO ADVANCING
032300     ACCEPT WS-ENTRY-DIST-LIST
032400     EVALUATE TRUE
032500         WHEN WS-ENTRY-DIST-LIST = SPACES
032600             CONTINUE
032700         WHEN WS-ENTRY-DIST-LIST = WS-CLEAR-MARKER
032800             MOVE SPACES TO DPT-DIST-LIST
032900         WHEN OTHER
033000             MOVE WS-ENTRY-DIST-LIST TO DPT-DIST-LIST
033100     END-EVALUATE
033200
033300     DISPLAY "CURRENT ACTIVE FLAG......: " DPT-ACTIVE-FLAG
033400     DISPLAY "ENTER Y=ACTIVE, N=CLOSED.: " WITH NO ADVANCING
033500     ACCEPT WS-ENTRY-ACTIVE-FLAG
033600     INSPECT WS-ENTRY-ACTIVE-FLAG CONVERTING "yn" TO "YN"
033700     EVALUATE WS-ENTRY-ACTIVE-FLAG
033800         WHEN SPACE
033900             CONTINUE
034000         WHEN "Y"
034100         WHEN "N"
034200             MOVE WS-ENTRY-ACTIVE-FLAG TO DPT-ACTIVE-FLAG
034300         WHEN OTHER
034400             DISPLAY "ACTIVE FLAG MUST BE Y OR N - NOT CHANGED"
034500     END-EVALUATE
034600
034700     MOVE DEPT-CONTROL-REC      TO WS-AFTER-IMAGE
034800     REWRITE DEPT-CONTROL-REC
034900     MOVE "U" TO DPJ-TRAN-TYPE
035000     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
035100     DISPLAY "DEPARTMENT " WS-ENTRY-DEPT-CODE " UPDATED"
035200     .
035300 4000-EXIT.
035400     EXIT.
035500*----------------------------------------------------------------*
035600* 5000-DELETE-DEPARTMENT - REMOVE A ROW.  REFUSED WHILE ANY      *
035700*                          HONOREE STILL CARRIES THE CODE -      *
035800*                          CLOSE THE DEPARTMENT INSTEAD UNTIL    *
035900*                          THOSE HONOREES ARE REASSIGNED         *
036000*----------------------------------------------------------------*
036100 5000-DELETE-DEPARTMENT.
036200     PERFORM 2100-GET-DEPT-CODE THRU 2100-EXIT
036300     MOVE WS-ENTRY-DEPT-CODE    TO DPT-DEPT-CODE
036400
036500     READ DEPT-CONTROL
036600         INVALID KEY
036700             DISPLAY "DEPARTMENT " WS-ENTRY-DEPT-CODE
036800                 " NOT FOUND"
036900             GO TO 5000-EXIT
037000     END-READ
037100     MOVE DEPT-CONTROL-REC      TO WS-BEFORE-IMAGE
037200     MOVE SPACES                TO WS-AFTER-IMAGE
037300
037400     PERFORM 5100-COUNT-CARRIERS THRU 5100-EXIT
037500     IF WS-CARRIED-COUNT > ZERO
037600         DISPLAY "DEPARTMENT " WS-ENTRY-DEPT-CODE
037650             " IS CARRIED BY " WS-CARRIED-COUNT
037700             " HONOREE(S) - NOT DELETED"
037800         DISPLAY "REASSIGN THEM, OR CLOSE THE DEPARTMENT INSTEAD"
037900         GO TO 5000-EXIT
038000     END-IF
038100
038200     DELETE DEPT-CONTROL RECORD
038300     MOVE "D" TO DPJ-TRAN-TYPE
038400     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
038500     DISPLAY "DEPARTMENT " WS-ENTRY-DEPT-CODE " DELETED"
038600     .
038700 5000-EXIT.
038800     EXIT.
038900*----------------------------------------------------------------*
039000* 5100-COUNT-CARRIERS - SCAN HONOREE-FILE AND COUNT EVERY        *
039100*                       HONOREE, ACTIVE OR NOT, WHOSE            *
039200*                       HON-DEPT-CODE IS THE ENTERED CODE.  AN   *
039300*                       OPEN FAILURE IS COUNTED AS A CARRIER SO  *
039400*                       THE DELETE IS REFUSED RATHER THAN RISKED.*
039500*----------------------------------------------------------------*
039600 5100-COUNT-CARRIERS.
039700     MOVE ZERO TO WS-CARRIED-COUNT
039800     MOVE "N"  TO WS-HONOREE-EOF-SWITCH
039900     OPEN INPUT HONOREE-FILE
040000     IF NOT HONOREE-STATUS-OK
040100         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
040200             WS-HONOREE-STATUS
040300         MOVE 1 TO WS-CARRIED-COUNT
040400         GO TO 5100-EXIT
040500     END-IF
040600
040700     PERFORM 7100-READ-HONOREE THRU 7100-EXIT
040800     PERFORM 5200-COUNT-ONE    THRU 5200-EXIT
040900         UNTIL HONOREE-EOF
041000     CLOSE HONOREE-FILE
041100     .
041200 5100-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------*
041500* 5200-COUNT-ONE - COUNT ONE HONOREE CARRYING THE ENTERED CODE   *
041600*----------------------------------------------------------------*
041700 5200-COUNT-ONE.
041800     IF HON-DEPT-CODE = WS-ENTRY-DEPT-CODE
041900         ADD 1 TO WS-CARRIED-COUNT
042000     END-IF
042100     PERFORM 7100-READ-HONOREE THRU 7100-EXIT
042200     .
042300 5200-EXIT.
042400     EXIT.
042500*----------------------------------------------------------------*
042600* 6000-WRITE-JOURNAL - WRITE ONE CHANGE-JOURNAL ROW.  THE CALLER *
042700*                      SETS DPJ-TRAN-TYPE, WS-BEFORE-IMAGE       *
042800*                      (SPACES FOR AN ADD), AND WS-AFTER-IMAGE   *
042900*                      BEFORE THE WRITE/REWRITE/DELETE, SINCE    *
043000*                      THE RECORD AREA IS UNDEFINED AFTERWARD.   *
043100*----------------------------------------------------------------*
043200 6000-WRITE-JOURNAL.
043300     MOVE FUNCTION CURRENT-DATE TO WS-JRNL-TODAY
043400     STRING WS-JRNL-TODAY (5:2)  DELIMITED BY SIZE
043500            "/"                  DELIMITED BY SIZE
043600            WS-JRNL-TODAY (7:2)  DELIMITED BY SIZE
043700            "/"                  DELIMITED BY SIZE
043800            WS-JRNL-TODAY (1:4)  DELIMITED BY SIZE
043900       INTO WS-JRNL-DATE
044000     STRING WS-JRNL-TODAY (9:2)  DELIMITED BY SIZE
044100            ":"                  DELIMITED BY SIZE
044200            WS-JRNL-TODAY (11:2) DELIMITED BY SIZE
044300            ":"                  DELIMITED BY SIZE
044400            WS-JRNL-TODAY (13:2) DELIMITED BY SIZE
044500       INTO WS-JRNL-TIME
044600
044700     MOVE WS-JRNL-DATE          TO DPJ-RUN-DATE
044800     MOVE WS-JRNL-TIME          TO DPJ-TIME
044900     MOVE WS-OPERATOR-ID        TO DPJ-OPERATOR-ID
045000     MOVE WS-BEFORE-IMAGE       TO DPJ-BEFORE-IMAGE
045100     MOVE WS-AFTER-IMAGE        TO DPJ-AFTER-IMAGE
045200     WRITE DEPT-CONTROL-JRNL-REC
045300     .
045400 6000-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------*
045700* 7000-DEPARTMENT-CHECK - SCAN HONOREE-FILE AND WARN FOR EVERY   *
045800*                         ACTIVE HONOREE WHOSE HON-DEPT-CODE IS  *
045900*                         NOT ON DEPT-CONTROL OR IS CLOSED, SO   *
046000*                         CODES CARRIED FROM BEFORE THE FILE     *
046100*                         EXISTED CAN BE LOADED OR CORRECTED     *
046200*----------------------------------------------------------------*
046300 7000-DEPARTMENT-CHECK.
046400     MOVE ZERO TO WS-COVERED-COUNT
046500     MOVE ZERO TO WS-WARNING-COUNT
046600     MOVE "N"  TO WS-HONOREE-EOF-SWITCH
046700     OPEN INPUT HONOREE-FILE
046800     IF NOT HONOREE-STATUS-OK
046900         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
047000             WS-HONOREE-STATUS
047100         GO TO 7000-EXIT
047200     END-IF
047300
047400     PERFORM 7100-READ-HONOREE THRU 7100-EXIT
047500     PERFORM 7200-CHECK-ONE    THRU 7200-EXIT
047600         UNTIL HONOREE-EOF
047700     CLOSE HONOREE-FILE
047800
047900     DISPLAY "DEPARTMENT CHECK DONE - "
048000         WS-COVERED-COUNT " COVERED, "
048100         WS-WARNING-COUNT " WARNINGS"
048200     .
048300 7000-EXIT.
048400     EXIT.
048500*----------------------------------------------------------------*
048600* 7100-READ-HONOREE - READ THE NEXT HONOREE-FILE RECORD          *
048700*----------------------------------------------------------------*
048800 7100-READ-HONOREE.
048900     READ HONOREE-FILE
049000         AT END
049100             MOVE "Y" TO WS-HONOREE-EOF-SWITCH
049200     END-READ
049300     .
049400 7100-EXIT.
049500     EXIT.
049600*----------------------------------------------------------------*
049700* 7200-CHECK-ONE - TEST ONE ACTIVE HONOREE'S DEPARTMENT CODE     *
049800*                  AGAINST DEPT-CONTROL.  A BLANK CODE IS NOT    *
049900*                  WARNED FOR - THE HONOREE IS SIMPLY UNASSIGNED.*
050000*----------------------------------------------------------------*
050100 7200-CHECK-ONE.
050200     IF NOT HON-ACTIVE
050300       OR HON-DEPT-CODE = SPACES
050400         GO TO 7200-NEXT
050500     END-IF
050600
050700     MOVE HON-DEPT-CODE         TO DPT-DEPT-CODE
050800     READ DEPT-CONTROL
050900         INVALID KEY
051000             ADD 1 TO WS-WARNING-COUNT
051100             DISPLAY "WARNING: " HON-ID " " HON-NAME
051200                 " DEPT " HON-DEPT-CODE " IS NOT ON FILE"
051300         NOT INVALID KEY
051400             IF DPT-CLOSED
051500                 ADD 1 TO WS-WARNING-COUNT
051600                 DISPLAY "WARNING: " HON-ID " " HON-NAME
051700                     " DEPT " HON-DEPT-CODE " IS CLOSED"
051800             ELSE
051900                 ADD 1 TO WS-COVERED-COUNT
052000             END-IF
052100     END-READ
052200     .
052300 7200-NEXT.
052400     PERFORM 7100-READ-HONOREE THRU 7100-EXIT
052500     .
052600 7200-EXIT.
052700     EXIT.
052800*----------------------------------------------------------------*
052900* 8000-LIST-DEPARTMENTS - BROWSE DEPT-CONTROL FROM THE FIRST KEY *
053000*                         AND DISPLAY EVERY ROW                  *
053100*----------------------------------------------------------------*
053200 8000-LIST-DEPARTMENTS.
053300     MOVE ZERO   TO WS-LISTED-COUNT
053400     MOVE "N"    TO WS-DEPT-EOF-SWITCH
053500     MOVE LOW-VALUES TO DPT-DEPT-CODE
053600     START DEPT-CONTROL KEY IS NOT LESS THAN DPT-DEPT-CODE
053700         INVALID KEY
053800             MOVE "Y" TO WS-DEPT-EOF-SWITCH
053900     END-START
054000
054100     PERFORM 8100-READ-NEXT-DEPT THRU 8100-EXIT
054200     PERFORM 8200-LIST-ONE       THRU 8200-EXIT
054300         UNTIL DEPT-EOF
054400
054500     DISPLAY "DEPARTMENT LIST DONE - " WS-LISTED-COUNT " ROWS"
054600     .
054700 8000-EXIT.
054800     EXIT.
054900*----------------------------------------------------------------*
055000* 8100-READ-NEXT-DEPT - READ THE NEXT DEPT-CONTROL ROW IN KEY    *
055100*                       SEQUENCE                                 *
055200*----------------------------------------------------------------*
055300 8100-READ-NEXT-DEPT.
055400     IF DEPT-EOF
055500         GO TO 8100-EXIT
055600     END-IF
055700     READ DEPT-CONTROL NEXT RECORD
055800         AT END
055900             MOVE "Y" TO WS-DEPT-EOF-SWITCH
056000     END-READ
056100     .
056200 8100-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------*
056500* 8200-LIST-ONE - DISPLAY ONE DEPARTMENT ROW                     *
056600*----------------------------------------------------------------*
056700 8200-LIST-ONE.
056800     ADD 1 TO WS-LISTED-COUNT
056900     DISPLAY DPT-DEPT-CODE " " DPT-DEPT-NAME " " DPT-SITE
057000         " ACTIVE=" DPT-ACTIVE-FLAG
057100     DISPLAY "    COORDINATOR: " DPT-COORD-NAME " "
057200         DPT-COORD-MAILBOX
057300     DISPLAY "    LIST.......: " DPT-DIST-LIST
057400     PERFORM 8100-READ-NEXT-DEPT THRU 8100-EXIT
057500     .
057600 8200-EXIT.
057700     EXIT.
057800*----------------------------------------------------------------*
057900* 9000-TERMINATE - CLOSE THE FILES AND END THE TRANSACTION       *
058000*----------------------------------------------------------------*
058100 9000-TERMINATE.
058200     CLOSE DEPT-CONTROL
058300     CLOSE DEPT-CONTROL-JRNL
058400     .
058500 9000-EXIT.
058600     EXIT.
058700*================================================================*
