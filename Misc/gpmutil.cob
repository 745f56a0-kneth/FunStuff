000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.       GPMUTIL.
000300 AUTHOR.           R COTTRELL.
000400 INSTALLATION.     OPERATIONS SUPPORT.
000500 DATE-WRITTEN.     10/15/2026.
000600 DATE-COMPILED.    10/15/2026.
000700*================================================================*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                   *
001100* 10/15/2026 RC    ORIGINAL PROGRAM - GREETING-PARM BACKUP AND    *
001200*                  RECOVERY UTILITY, THE COUNTERPART OF HONUTIL   *
001300*                  FOR THE GREETING TEXT CONTROL FILE.  UNLOAD    *
001400*                  MODE COPIES GREETPRM TO A DATED SEQUENTIAL     *
001500*                  BACKUP WITH A TRAILER OF RECORD COUNT AND A    *
001600*                  HASH TOTAL OF GPM-HONOREE-ID; VERIFY MODE      *
001700*                  CHECKS THE LIVE FILE AGAINST THOSE TOTALS;     *
001800*                  RELOAD MODE REBUILDS THE INDEXED FILE FROM A   *
001900*                  CHOSEN BACKUP; FORWARD RECOVERY MODE RELOADS A *
002000*                  BACKUP AND REPLAYS THE GPMJRNL AFTER-IMAGES    *
002100*                  WRITTEN SINCE, IN TIMESTAMP ORDER UP TO A      *
002200*                  REQUESTED DATE AND TIME, APPLYING EACH CHANGE  *
002300*                  ONLY WHEN ITS BEFORE-IMAGE MATCHES THE ROW ON  *
002400*                  FILE.                                          *
002500*================================================================*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
002900 OBJECT-COMPUTER.  IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT GREETING-PARM      ASSIGN TO GREETPRM
003300                               ORGANIZATION IS INDEXED
003400                               ACCESS MODE IS DYNAMIC
003500                               RECORD KEY IS GPM-PARM-KEY
003600                               FILE STATUS IS WS-PARM-STATUS.
003700
003800     SELECT BACKUP-FILE        ASSIGN TO GPMBKUP
003900                               ORGANIZATION IS LINE SEQUENTIAL
004000                               FILE STATUS IS WS-BACKUP-STATUS.
004100
004200     SELECT UTILITY-RPT        ASSIGN TO GPMUREPT
004300                               ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT GREETING-PARM-JRNL ASSIGN TO GPMJRNL
004600                               ORGANIZATION IS LINE SEQUENTIAL
004700                               FILE STATUS IS WS-JRNL-STATUS.
004800
004900     SELECT SORT-FILE          ASSIGN TO SORTWK01.
005000*================================================================*
005100 DATA DIVISION.
005200 FILE SECTION.
005300*----------------------------------------------------------------*
005400* GREETING-PARM - THE LIVE INDEXED CONTROL FILE, KEYED ON        *
005500* HONOREE ID AND LANGUAGE CODE                                   *
005600*----------------------------------------------------------------*
005700 FD  GREETING-PARM
005800     RECORDING MODE IS F.
005900     COPY GREETPRM.
006000*----------------------------------------------------------------*
006100* BACKUP-FILE - DATED SEQUENTIAL IMAGE OF GREETING-PARM: ONE     *
006200* HEADER ("H"), ONE DETAIL ("D") PER ROW IN KEY ORDER, AND ONE   *
006300* TRAILER ("T") CARRYING THE CONTROL TOTALS.  THE 01 LEVELS      *
006400* BELOW ARE ALTERNATE VIEWS OF THE SAME RECORD AREA.             *
006500*----------------------------------------------------------------*
006600 FD  BACKUP-FILE
006700     RECORDING MODE IS F.
006800 01  BACKUP-REC.
006900     05  BKP-REC-TYPE           PIC X(01).
007000         88  BKP-HEADER                 VALUE "H".
007100         88  BKP-DETAIL                 VALUE "D".
007200         88  BKP-TRAILER                VALUE "T".
007300     05  FILLER                 PIC X(99).
007400 01  BACKUP-HEADER-REC.
007500     05  FILLER                 PIC X(01).
007600     05  BKH-BACKUP-DATE        PIC X(10).
007700     05  BKH-BACKUP-TIME        PIC X(08).
007800     05  FILLER                 PIC X(81).
007900 01  BACKUP-DETAIL-REC.
008000     05  FILLER                 PIC X(01).
008100     05  BKD-PARM-IMAGE         PIC X(48).
008200     05  FILLER                 PIC X(51).
008300 01  BACKUP-TRAILER-REC.
008400     05  FILLER                 PIC X(01).
008500     05  BKT-RECORD-COUNT       PIC 9(07).
008600     05  BKT-ID-HASH            PIC 9(11).
008700     05  FILLER                 PIC X(81).
008800*----------------------------------------------------------------*
008900* UTILITY-RPT - MESSAGES AND CONTROL TOTALS FOR EVERY MODE       *
009000*----------------------------------------------------------------*
009100 FD  UTILITY-RPT
009200     RECORDING MODE IS F.
009300 01  UTILITY-RPT-REC            PIC X(90).
009400*----------------------------------------------------------------*
009500* GREETING-PARM-JRNL - THE CHANGE JOURNAL REPLAYED BY FORWARD    *
009600* RECOVERY                                                       *
009700*----------------------------------------------------------------*
009800 FD  GREETING-PARM-JRNL
009900     RECORDING MODE IS F.
010000     COPY GPMJRNL.
010100*----------------------------------------------------------------*
010200* SORT-FILE - JOURNAL ROWS INSIDE THE RECOVERY WINDOW, KEYED BY  *
010300* TIMESTAMP AND THEN BY POSITION ON THE JOURNAL SO ROWS WRITTEN  *
010400* IN THE SAME SECOND KEEP THEIR ORDER                            *
010500*----------------------------------------------------------------*
010600 SD  SORT-FILE.
010700 01  SORT-REC.
010800     05  SRT-YMD                PIC X(08).
010900     05  SRT-TIME               PIC X(08).
011000     05  SRT-SEQUENCE           PIC 9(07).
011100     05  SRT-RUN-DATE           PIC X(10).
011200     05  SRT-OPERATOR-ID        PIC X(08).
011300     05  SRT-TRAN-TYPE          PIC X(01).
011400         88  SRT-TRAN-ADD               VALUE "A".
011500         88  SRT-TRAN-DELETE            VALUE "D".
011600     05  SRT-BEFORE-IMAGE       PIC X(48).
011700     05  SRT-AFTER-IMAGE        PIC X(48).
011800 WORKING-STORAGE SECTION.
011900*----------------------------------------------------------------*
012000* RUN-DATE WORK AREAS                                            *
012100*----------------------------------------------------------------*
012200 77  WS-TODAY                   PIC X(21).
012300 01  WS-CURRENT-DATE-R.
012400     05  WS-CURRENT-YEAR        PIC 9(04).
012500     05  WS-CURRENT-MONTH       PIC 9(02).
012600     05  WS-CURRENT-DAY         PIC 9(02).
012700 77  WS-PRINT-DATE              PIC X(10).
012800 77  WS-PRINT-TIME              PIC X(08).
012900*----------------------------------------------------------------*
013000* RUN MODE - U = UNLOAD, V = VERIFY, R = RELOAD, F = FORWARD     *
013100* RECOVERY                                                       *
013200*----------------------------------------------------------------*
013300 01  WS-RUN-MODE                PIC X(01).
013400     88  UNLOAD-MODE                     VALUE "U".
013500     88  VERIFY-MODE                     VALUE "V".
013600     88  RELOAD-MODE                     VALUE "R".
013700     88  RECOVER-MODE                    VALUE "F".
013800*----------------------------------------------------------------*
013900* FILE STATUS AND CONTROL SWITCHES                               *
014000*----------------------------------------------------------------*
014100 77  WS-PARM-STATUS             PIC X(02).
014200     88  PARM-STATUS-OK                 VALUE "00".
014300 77  WS-BACKUP-STATUS           PIC X(02).
014400     88  BACKUP-STATUS-OK               VALUE "00".
014500 77  WS-PARM-EOF-SWITCH         PIC X(01)  VALUE "N".
014600     88  PARM-EOF                        VALUE "Y".
014700 77  WS-BACKUP-EOF-SWITCH       PIC X(01)  VALUE "N".
014800     88  BACKUP-EOF                      VALUE "Y".
014900 77  WS-TRAILER-SWITCH          PIC X(01)  VALUE "N".
015000     88  TRAILER-SEEN                    VALUE "Y".
015100 77  WS-DISCREPANCY-COUNT       PIC 9(05)  COMP  VALUE ZERO.
015200 77  WS-JRNL-STATUS             PIC X(02).
015300     88  JRNL-STATUS-OK                 VALUE "00".
015400 77  WS-JRNL-EOF-SWITCH         PIC X(01)  VALUE "N".
015500     88  JRNL-EOF                        VALUE "Y".
015600 77  WS-SORT-EOF-SWITCH         PIC X(01)  VALUE "N".
015700     88  SORT-EOF                        VALUE "Y".
015800*----------------------------------------------------------------*
015900* HASH-TOTAL WORK AREAS - GPM-HONOREE-ID IS ADDED AS A NUMBER    *
016000* WHEN IT IS ALL DIGITS; A NON-NUMERIC ID ADDS ZERO ON BOTH      *
016100* SIDES SO THE COMPARISON STAYS FAIR.  AN HONOREE WITH TEXT IN   *
016200* SEVERAL LANGUAGES IS ADDED ONCE PER ROW                        *
016300*----------------------------------------------------------------*
016400 01  WS-ID-WORK.
016500     05  WS-ID-CHAR             PIC X(06).
016600     05  WS-ID-NUM REDEFINES WS-ID-CHAR
016700                                PIC 9(06).
016800 77  WS-RECORD-COUNT            PIC 9(07)  COMP  VALUE ZERO.
016900 77  WS-ID-HASH                 PIC 9(11)  COMP  VALUE ZERO.
017000 77  WS-BACKUP-DETAIL-COUNT     PIC 9(07)  COMP  VALUE ZERO.
017100 77  WS-TRAILER-COUNT           PIC 9(07)  VALUE ZERO.
017200 77  WS-TRAILER-ID-HASH         PIC 9(11)  VALUE ZERO.
017300 77  WS-PREV-KEY                PIC X(08)  VALUE LOW-VALUES.
017400*----------------------------------------------------------------*
017500* FORWARD RECOVERY WORK AREAS - THE WINDOW RUNS FROM THE         *
017600* BACKUP'S UNLOAD DATE AND TIME (MIDNIGHT FOR A BACKUP TAKEN     *
017700* BEFORE THE HEADER CARRIED A TIME) TO THE RECOVER-TO POINT,     *
017800* BOTH AS CCYYMMDD PLUS HH:MM:SS SO THEY COMPARE IN TIME         *
017900* ORDER.  IN THIS MODE THE TRAILER TOTALS ARE CARRIED FORWARD    *
018000* BY EVERY CHANGE APPLIED, SO THE FINAL COMPARISON IS AGAINST    *
018100* THE BACKUP PLUS THE JOURNAL                                    *
018200*----------------------------------------------------------------*
018300 77  WS-RECOVER-DATE-ENTRY      PIC X(10).
018400 77  WS-RECOVER-TIME-ENTRY      PIC X(08).
018500 77  WS-BACKUP-DATE             PIC X(10)  VALUE SPACES.
018600 77  WS-BACKUP-TIME             PIC X(08)  VALUE SPACES.
018700 01  WS-START-STAMP.
018800     05  WS-START-YMD           PIC X(08).
018900     05  WS-START-TIME          PIC X(08).
019000 01  WS-STOP-STAMP.
019100     05  WS-STOP-YMD            PIC X(08).
019200     05  WS-STOP-TIME           PIC X(08).
019300 01  WS-ROW-STAMP.
019400     05  WS-ROW-YMD             PIC X(08).
019500     05  WS-ROW-TIME            PIC X(08).
019600 77  WS-MISMATCH-REASON         PIC X(24).
019700 77  WS-JRNL-READ-COUNT         PIC 9(07)  COMP  VALUE ZERO.
019800 77  WS-PRE-BACKUP-COUNT        PIC 9(07)  COMP  VALUE ZERO.
019900 77  WS-PAST-POINT-COUNT        PIC 9(07)  COMP  VALUE ZERO.
020000 77  WS-REPLAY-COUNT            PIC 9(07)  COMP  VALUE ZERO.
020100 77  WS-ADD-APPLIED             PIC 9(07)  COMP  VALUE ZERO.
020200 77  WS-UPDATE-APPLIED          PIC 9(07)  COMP  VALUE ZERO.
020300 77  WS-DELETE-APPLIED          PIC 9(07)  COMP  VALUE ZERO.
020400 77  WS-ALREADY-APPLIED         PIC 9(07)  COMP  VALUE ZERO.
020500 77  WS-MISMATCH-COUNT          PIC 9(07)  COMP  VALUE ZERO.
020600*----------------------------------------------------------------*
020700* REPORT LINE WORK AREAS                                         *
020800*----------------------------------------------------------------*
020900 01  WS-MESSAGE-LINE.
021000     05  MSG-RUN-DATE           PIC X(10).
021100     05  FILLER                 PIC X(02)  VALUE SPACES.
021200     05  MSG-TEXT               PIC X(60).
021300     05  FILLER                 PIC X(18)  VALUE SPACES.
021400 01  WS-COMPARE-LINE.
021500     05  FILLER                 PIC X(02)  VALUE SPACES.
021600     05  CMP-LABEL              PIC X(22).
021700     05  FILLER                 PIC X(08)  VALUE "  LIVE= ".
021800     05  CMP-LIVE-VALUE         PIC 9(11).
021900     05  FILLER                 PIC X(10)  VALUE "  BACKUP= ".
022000     05  CMP-BACKUP-VALUE       PIC 9(11).
022100     05  FILLER                 PIC X(26)  VALUE SPACES.
022200 01  WS-COUNT-LINE.
022300     05  FILLER                 PIC X(02)  VALUE SPACES.
022400     05  CNT-LABEL              PIC X(40).
022500     05  CNT-VALUE              PIC ZZZZZZ9.
022600     05  FILLER                 PIC X(41)  VALUE SPACES.
022700 01  WS-MISMATCH-LINE.
022800     05  MIS-RUN-DATE           PIC X(10).
022900     05  FILLER                 PIC X(14)  VALUE
023000         "  NOT APPLIED ".
023100     05  MIS-HONOREE-ID         PIC X(06).
023200     05  FILLER                 PIC X(01)  VALUE SPACES.
023300     05  MIS-LANGUAGE-CODE      PIC X(02).
023400     05  FILLER                 PIC X(01)  VALUE SPACES.
023500     05  MIS-TRAN-TYPE          PIC X(01).
023600     05  FILLER                 PIC X(01)  VALUE SPACES.
023700     05  MIS-JRNL-DATE          PIC X(10).
023800     05  FILLER                 PIC X(01)  VALUE SPACES.
023900     05  MIS-JRNL-TIME          PIC X(08).
024000     05  FILLER                 PIC X(01)  VALUE SPACES.
024100     05  MIS-OPERATOR-ID        PIC X(08).
024200     05  FILLER                 PIC X(01)  VALUE SPACES.
024300     05  MIS-REASON             PIC X(24).
024400     05  FILLER                 PIC X(01)  VALUE SPACES.
024500*================================================================*
024600 PROCEDURE DIVISION.
024700*================================================================*
024800* 0000-MAINLINE - CONTROLS OVERALL PROGRAM FLOW                  *
024900*================================================================*
025000 0000-MAINLINE.
025100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025200     EVALUATE TRUE
025300         WHEN UNLOAD-MODE
025400             PERFORM 2000-UNLOAD THRU 2000-EXIT
025500         WHEN VERIFY-MODE
025600             PERFORM 3000-VERIFY THRU 3000-EXIT
025700         WHEN RELOAD-MODE
025800             PERFORM 4000-RELOAD THRU 4000-EXIT
025900         WHEN RECOVER-MODE
026000             PERFORM 5000-RECOVER THRU 5000-EXIT
026100     END-EVALUATE
026200     PERFORM 9000-TERMINATE  THRU 9000-EXIT
026300     STOP RUN
026400     .
026500*----------------------------------------------------------------*
026600* 1000-INITIALIZE - ACCEPT THE RUN MODE, COMPUTE THE RUN DATE,   *
026700*                   AND OPEN THE UTILITY REPORT.  FORWARD        *
026800*                   RECOVERY ALSO TAKES THE RECOVER-TO POINT     *
026900*----------------------------------------------------------------*
027000 1000-INITIALIZE.
027100     DISPLAY "ENTER MODE (U=UNLOAD, V=VERIFY, R=RELOAD, "
027200         "F=FORWARD RECOVERY): "
027300         WITH NO ADVANCING
027400     ACCEPT WS-RUN-MODE
027500     INSPECT WS-RUN-MODE CONVERTING
027600         "abcdefghijklmnopqrstuvwxyz" TO
027700         "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
027800     IF  NOT UNLOAD-MODE
027900     AND NOT VERIFY-MODE
028000     AND NOT RELOAD-MODE
028100     AND NOT RECOVER-MODE
028200         DISPLAY "INVALID MODE - MUST BE U, V, R, OR F"
028300         MOVE 16 TO RETURN-CODE
028400         STOP RUN
028500     END-IF
028600     IF RECOVER-MODE
028700         PERFORM 1400-ACCEPT-RECOVERY-POINT THRU 1400-EXIT
028800     END-IF
028900
029000     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
029100     MOVE WS-TODAY (1:4)        TO WS-CURRENT-YEAR
029200     MOVE WS-TODAY (5:2)        TO WS-CURRENT-MONTH
029300     MOVE WS-TODAY (7:2)        TO WS-CURRENT-DAY
029400
029500     STRING WS-CURRENT-MONTH    DELIMITED BY SIZE
029600            "/"                 DELIMITED BY SIZE
029700            WS-CURRENT-DAY      DELIMITED BY SIZE
029800            "/"                 DELIMITED BY SIZE
029900            WS-CURRENT-YEAR     DELIMITED BY SIZE
030000       INTO WS-PRINT-DATE
030100     STRING WS-TODAY (9:2)      DELIMITED BY SIZE
030200            ":"                 DELIMITED BY SIZE
030300            WS-TODAY (11:2)     DELIMITED BY SIZE
030400            ":"                 DELIMITED BY SIZE
030500            WS-TODAY (13:2)     DELIMITED BY SIZE
030600       INTO WS-PRINT-TIME
030700
030800     OPEN OUTPUT UTILITY-RPT
030900     .
031000 1000-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------*
031300* 1100-READ-PARM - READ THE NEXT LIVE GREETING-PARM ROW          *
031400*----------------------------------------------------------------*
031500 1100-READ-PARM.
031600     READ GREETING-PARM NEXT RECORD
031700         AT END
031800             MOVE "Y" TO WS-PARM-EOF-SWITCH
031900     END-READ
032000     .
032100 1100-EXIT.
032200     EXIT.
032300*----------------------------------------------------------------*
032400* 1200-READ-BACKUP - READ THE NEXT BACKUP RECORD                 *
032500*----------------------------------------------------------------*
032600 1200-READ-BACKUP.
032700     READ BACKUP-FILE
032800         AT END
032900             MOVE "Y" TO WS-BACKUP-EOF-SWITCH
033000     END-READ
033100     .
033200 1200-EXIT.
033300     EXIT.
033400*----------------------------------------------------------------*
033500* 1300-ADD-HASHES - ADD ONE GREETING-PARM-REC INTO THE RUNNING   *
033600*                   COUNT AND HASH TOTAL                         *
033700*----------------------------------------------------------------*
033800 1300-ADD-HASHES.
033900     ADD 1 TO WS-RECORD-COUNT
034000     MOVE GPM-HONOREE-ID TO WS-ID-CHAR
034100     IF WS-ID-CHAR NUMERIC
034200         ADD WS-ID-NUM TO WS-ID-HASH
034300     END-IF
034400     .
034500 1300-EXIT.
034600     EXIT.
034700*----------------------------------------------------------------*
034800* 1400-ACCEPT-RECOVERY-POINT - THE DATE AND TIME OF THE          *
034900*                              LAST JOURNAL CHANGE TO            *
035000*                              REPLAY.  A BLANK DATE REPLAYS     *
035100*                              THE WHOLE JOURNAL; A BLANK        *
035200*                              TIME MEANS THE END OF THAT DAY    *
035300*----------------------------------------------------------------*
035400 1400-ACCEPT-RECOVERY-POINT.
035500     DISPLAY "RECOVER TO DATE (MM/DD/CCYY, BLANK = END OF "
035600         "JOURNAL): " WITH NO ADVANCING
035700     ACCEPT WS-RECOVER-DATE-ENTRY
035800     IF WS-RECOVER-DATE-ENTRY = SPACES
035900         MOVE HIGH-VALUES       TO WS-STOP-STAMP
036000         GO TO 1400-EXIT
036100     END-IF
036200     IF WS-RECOVER-DATE-ENTRY (1:2) NOT NUMERIC
036300       OR WS-RECOVER-DATE-ENTRY (3:1) NOT = "/"
036400       OR WS-RECOVER-DATE-ENTRY (4:2) NOT NUMERIC
036500       OR WS-RECOVER-DATE-ENTRY (6:1) NOT = "/"
036600       OR WS-RECOVER-DATE-ENTRY (7:4) NOT NUMERIC
036700         DISPLAY "INVALID DATE - MUST BE MM/DD/CCYY"
036800         MOVE 16 TO RETURN-CODE
036900         STOP RUN
037000     END-IF
037100     MOVE WS-RECOVER-DATE-ENTRY (7:4) TO WS-STOP-YMD (1:4)
037200     MOVE WS-RECOVER-DATE-ENTRY (1:2) TO WS-STOP-YMD (5:2)
037300     MOVE WS-RECOVER-DATE-ENTRY (4:2) TO WS-STOP-YMD (7:2)
037400
037500     DISPLAY "RECOVER TO TIME (HH:MM:SS, BLANK = END OF DAY): "
037600         WITH NO ADVANCING
037700     ACCEPT WS-RECOVER-TIME-ENTRY
037800     IF WS-RECOVER-TIME-ENTRY = SPACES
037900         MOVE "23:59:59"        TO WS-STOP-TIME
038000         GO TO 1400-EXIT
038100     END-IF
038200     IF WS-RECOVER-TIME-ENTRY (1:2) NOT NUMERIC
038300       OR WS-RECOVER-TIME-ENTRY (3:1) NOT = ":"
038400       OR WS-RECOVER-TIME-ENTRY (4:2) NOT NUMERIC
038500       OR WS-RECOVER-TIME-ENTRY (6:1) NOT = ":"
038600       OR WS-RECOVER-TIME-ENTRY (7:2) NOT NUMERIC
038700         DISPLAY "INVALID TIME - MUST BE HH:MM:SS"
038800         MOVE 16 TO RETURN-CODE
038900         STOP RUN
039000     END-IF
039100     MOVE WS-RECOVER-TIME-ENTRY TO WS-STOP-TIME
039200     .
039300 1400-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------*
039600* 2000-UNLOAD - COPY GREETING-PARM TO THE DATED BACKUP WITH      *
039700*               THE CONTROL-TOTAL TRAILER                        *
039800*----------------------------------------------------------------*
039900 2000-UNLOAD.
040000     OPEN INPUT GREETING-PARM
040100     IF NOT PARM-STATUS-OK
040200         DISPLAY "UNABLE TO OPEN GREETING-PARM - FILE STATUS = "
040300             WS-PARM-STATUS
040400         MOVE 16 TO RETURN-CODE
040500         STOP RUN
040600     END-IF
040700     OPEN OUTPUT BACKUP-FILE
040800
040900     MOVE SPACES                TO BACKUP-REC
041000     MOVE "H"                   TO BKP-REC-TYPE
041100     MOVE WS-PRINT-DATE         TO BKH-BACKUP-DATE
041200     MOVE WS-PRINT-TIME         TO BKH-BACKUP-TIME
041300     WRITE BACKUP-REC
041400
041500     PERFORM 1100-READ-PARM THRU 1100-EXIT
041600     PERFORM 2100-UNLOAD-RECORD THRU 2100-EXIT
041700         UNTIL PARM-EOF
041800
041900     MOVE SPACES                TO BACKUP-REC
042000     MOVE "T"                   TO BKP-REC-TYPE
042100     MOVE WS-RECORD-COUNT       TO BKT-RECORD-COUNT
042200                                   WS-TRAILER-COUNT
042300     MOVE WS-ID-HASH            TO BKT-ID-HASH
042400                                   WS-TRAILER-ID-HASH
042500     WRITE BACKUP-REC
042600
042700     CLOSE GREETING-PARM
042800     CLOSE BACKUP-FILE
042900
043000     MOVE "UNLOAD COMPLETE" TO MSG-TEXT
043100     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
043200     PERFORM 8100-WRITE-TOTALS  THRU 8100-EXIT
043300     .
043400 2000-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------*
043700* 2100-UNLOAD-RECORD - WRITE ONE DETAIL RECORD AND ACCUMULATE    *
043800*                      THE CONTROL TOTALS                        *
043900*----------------------------------------------------------------*
044000 2100-UNLOAD-RECORD.
044100     PERFORM 1300-ADD-HASHES THRU 1300-EXIT
044200     MOVE SPACES                TO BACKUP-REC
044300     MOVE "D"                   TO BKP-REC-TYPE
044400     MOVE GREETING-PARM-REC     TO BKD-PARM-IMAGE
044500     WRITE BACKUP-REC
044600
044700     PERFORM 1100-READ-PARM THRU 1100-EXIT
044800     .
044900 2100-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------*
045200* 3000-VERIFY - RECOMPUTE THE LIVE FILE'S TOTALS, CHECK THE KEY  *
045300*               SEQUENCE, AND COMPARE AGAINST THE CHOSEN         *
045400*               BACKUP'S TRAILER                                 *
045500*----------------------------------------------------------------*
045600 3000-VERIFY.
045700     OPEN INPUT BACKUP-FILE
045800     IF NOT BACKUP-STATUS-OK
045900         DISPLAY "UNABLE TO OPEN BACKUP-FILE - FILE STATUS = "
046000             WS-BACKUP-STATUS
046100         MOVE 16 TO RETURN-CODE
046200         STOP RUN
046300     END-IF
046400
046500     PERFORM 1200-READ-BACKUP THRU 1200-EXIT
046600     PERFORM 3100-SCAN-BACKUP THRU 3100-EXIT
046700         UNTIL BACKUP-EOF
046800     CLOSE BACKUP-FILE
046900
047000     IF NOT TRAILER-SEEN
047100         MOVE "BACKUP HAS NO TRAILER RECORD - CANNOT VERIFY"
047200             TO MSG-TEXT
047300         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
047400         ADD 1 TO WS-DISCREPANCY-COUNT
047500         MOVE 8 TO RETURN-CODE
047600         GO TO 3000-EXIT
047700     END-IF
047800
047900     IF WS-BACKUP-DETAIL-COUNT NOT = WS-TRAILER-COUNT
048000         MOVE "BACKUP DETAIL COUNT DISAGREES WITH ITS TRAILER"
048100             TO MSG-TEXT
048200         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
048300         ADD 1 TO WS-DISCREPANCY-COUNT
048400     END-IF
048500
048600     OPEN INPUT GREETING-PARM
048700     IF NOT PARM-STATUS-OK
048800         DISPLAY "UNABLE TO OPEN GREETING-PARM - FILE STATUS = "
048900             WS-PARM-STATUS
049000         MOVE 16 TO RETURN-CODE
049100         STOP RUN
049200     END-IF
049300     MOVE LOW-VALUES TO WS-PREV-KEY
049400     PERFORM 1100-READ-PARM THRU 1100-EXIT
049500     PERFORM 3200-VERIFY-RECORD THRU 3200-EXIT
049600         UNTIL PARM-EOF
049700     CLOSE GREETING-PARM
049800
049900     PERFORM 3300-COMPARE-TOTALS THRU 3300-EXIT
050000
050100     IF WS-DISCREPANCY-COUNT = ZERO
050200         MOVE "VERIFY CLEAN - LIVE FILE MATCHES BACKUP TOTALS"
050300             TO MSG-TEXT
050400         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
050500     ELSE
050600         MOVE "VERIFY FOUND DISCREPANCIES - SEE LINES ABOVE"
050700             TO MSG-TEXT
050800         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
050900         MOVE 8 TO RETURN-CODE
051000     END-IF
051100     PERFORM 8100-WRITE-TOTALS THRU 8100-EXIT
051200     .
051300 3000-EXIT.
051400     EXIT.
051500*----------------------------------------------------------------*
051600* 3100-SCAN-BACKUP - CAPTURE THE TRAILER TOTALS AND COUNT THE    *
051700*                    DETAIL RECORDS ON THE CHOSEN BACKUP         *
051800*----------------------------------------------------------------*
051900 3100-SCAN-BACKUP.
052000     EVALUATE TRUE
052100         WHEN BKP-DETAIL
052200             ADD 1 TO WS-BACKUP-DETAIL-COUNT
052300         WHEN BKP-TRAILER
052400             MOVE "Y"              TO WS-TRAILER-SWITCH
052500             MOVE BKT-RECORD-COUNT TO WS-TRAILER-COUNT
052600             MOVE BKT-ID-HASH      TO WS-TRAILER-ID-HASH
052700         WHEN OTHER
052800             CONTINUE
052900     END-EVALUATE
053000
053100     PERFORM 1200-READ-BACKUP THRU 1200-EXIT
053200     .
053300 3100-EXIT.
053400     EXIT.
053500*----------------------------------------------------------------*
053600* 3200-VERIFY-RECORD - ACCUMULATE LIVE TOTALS AND CONFIRM THE    *
053700*                      KEYS COME BACK IN ASCENDING ORDER         *
053800*----------------------------------------------------------------*
053900 3200-VERIFY-RECORD.
054000     PERFORM 1300-ADD-HASHES THRU 1300-EXIT
054100     IF GPM-PARM-KEY NOT > WS-PREV-KEY
054200         MOVE SPACES TO MSG-TEXT
054300         STRING "KEY SEQUENCE ERROR AT HONOREE ID "
054400                                DELIMITED BY SIZE
054500                GPM-HONOREE-ID  DELIMITED BY SIZE
054600                " LANGUAGE "    DELIMITED BY SIZE
054700                GPM-LANGUAGE-CODE DELIMITED BY SIZE
054800           INTO MSG-TEXT
054900         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
055000         ADD 1 TO WS-DISCREPANCY-COUNT
055100     END-IF
055200     MOVE GPM-PARM-KEY TO WS-PREV-KEY
055300
055400     PERFORM 1100-READ-PARM THRU 1100-EXIT
055500     .
055600 3200-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------*
055900* 3300-COMPARE-TOTALS - COMPARE THE LIVE TOTALS AGAINST THE      *
056000*                       BACKUP TRAILER AND REPORT EVERY          *
056100*                       DIFFERENCE                               *
056200*----------------------------------------------------------------*
056300 3300-COMPARE-TOTALS.
056400     IF WS-RECORD-COUNT NOT = WS-TRAILER-COUNT
056500         MOVE "RECORD COUNT MISMATCH " TO CMP-LABEL
056600         MOVE WS-RECORD-COUNT   TO CMP-LIVE-VALUE
056700         MOVE WS-TRAILER-COUNT  TO CMP-BACKUP-VALUE
056800         WRITE UTILITY-RPT-REC  FROM WS-COMPARE-LINE
056900         ADD 1 TO WS-DISCREPANCY-COUNT
057000     END-IF
057100     IF WS-ID-HASH NOT = WS-TRAILER-ID-HASH
057200         MOVE "HONOREE ID HASH ERROR " TO CMP-LABEL
057300         MOVE WS-ID-HASH        TO CMP-LIVE-VALUE
057400         MOVE WS-TRAILER-ID-HASH TO CMP-BACKUP-VALUE
057500         WRITE UTILITY-RPT-REC  FROM WS-COMPARE-LINE
057600         ADD 1 TO WS-DISCREPANCY-COUNT
057700     END-IF
057800     .
057900 3300-EXIT.
058000     EXIT.
058100*----------------------------------------------------------------*
058200* 4000-RELOAD - REBUILD GREETING-PARM FROM A CHOSEN BACKUP.      *
058300*               DETAILS ARE LOADED IN THE KEY ORDER THEY WERE    *
058400*               UNLOADED; THE TRAILER COUNT IS CHECKED AGAINST   *
058500*               WHAT WAS ACTUALLY LOADED.                        *
058600*----------------------------------------------------------------*
058700 4000-RELOAD.
058800     OPEN INPUT BACKUP-FILE
058900     IF NOT BACKUP-STATUS-OK
059000         DISPLAY "UNABLE TO OPEN BACKUP-FILE - FILE STATUS = "
059100             WS-BACKUP-STATUS
059200         MOVE 16 TO RETURN-CODE
059300         STOP RUN
059400     END-IF
059500     OPEN OUTPUT GREETING-PARM
059600     IF NOT PARM-STATUS-OK
059700         DISPLAY "UNABLE TO OPEN GREETING-PARM - FILE STATUS = "
059800             WS-PARM-STATUS
059900         MOVE 16 TO RETURN-CODE
060000         STOP RUN
060100     END-IF
060200
060300     PERFORM 1200-READ-BACKUP THRU 1200-EXIT
060400     PERFORM 4100-RELOAD-RECORD THRU 4100-EXIT
060500         UNTIL BACKUP-EOF
060600
060700     CLOSE BACKUP-FILE
060800     CLOSE GREETING-PARM
060900
061000     IF  TRAILER-SEEN
061100     AND WS-RECORD-COUNT NOT = WS-TRAILER-COUNT
061200         MOVE "LOADED COUNT MISMATCH " TO CMP-LABEL
061300         MOVE WS-RECORD-COUNT   TO CMP-LIVE-VALUE
061400         MOVE WS-TRAILER-COUNT  TO CMP-BACKUP-VALUE
061500         WRITE UTILITY-RPT-REC  FROM WS-COMPARE-LINE
061600         ADD 1 TO WS-DISCREPANCY-COUNT
061700         MOVE 8 TO RETURN-CODE
061800     END-IF
061900     IF NOT TRAILER-SEEN
062000         MOVE "BACKUP HAS NO TRAILER RECORD - LOAD UNVERIFIED"
062100             TO MSG-TEXT
062200         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
062300         ADD 1 TO WS-DISCREPANCY-COUNT
062400         MOVE 8 TO RETURN-CODE
062500     END-IF
062600
062700     MOVE "RELOAD COMPLETE" TO MSG-TEXT
062800     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
062900     PERFORM 8100-WRITE-TOTALS  THRU 8100-EXIT
063000     .
063100 4000-EXIT.
063200     EXIT.
063300*----------------------------------------------------------------*
063400* 4100-RELOAD-RECORD - LOAD ONE BACKUP RECORD INTO GREETING-PARM *
063500*                      AND KEEP THE HEADER AND TRAILER VALUES    *
063600*----------------------------------------------------------------*
063700 4100-RELOAD-RECORD.
063800     EVALUATE TRUE
063900         WHEN BKP-DETAIL
064000             MOVE BKD-PARM-IMAGE   TO GREETING-PARM-REC
064100             WRITE GREETING-PARM-REC
064200                 INVALID KEY
064300                     MOVE SPACES TO MSG-TEXT
064400                     STRING "LOAD REJECTED FOR HONOREE ID "
064500                                        DELIMITED BY SIZE
064600                            GPM-HONOREE-ID DELIMITED BY SIZE
064700                            " LANGUAGE " DELIMITED BY SIZE
064800                            GPM-LANGUAGE-CODE
064900                                        DELIMITED BY SIZE
065000                       INTO MSG-TEXT
065100                     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
065200                     ADD 1 TO WS-DISCREPANCY-COUNT
065300                     MOVE 8 TO RETURN-CODE
065400                 NOT INVALID KEY
065500                     ADD 1 TO WS-RECORD-COUNT
065600             END-WRITE
065700         WHEN BKP-HEADER
065800             MOVE BKH-BACKUP-DATE  TO WS-BACKUP-DATE
065900             MOVE BKH-BACKUP-TIME  TO WS-BACKUP-TIME
066000         WHEN BKP-TRAILER
066100             MOVE "Y"              TO WS-TRAILER-SWITCH
066200             MOVE BKT-RECORD-COUNT TO WS-TRAILER-COUNT
066300             MOVE BKT-ID-HASH      TO WS-TRAILER-ID-HASH
066400         WHEN OTHER
066500             CONTINUE
066600     END-EVALUATE
066700
066800     PERFORM 1200-READ-BACKUP THRU 1200-EXIT
066900     .
067000 4100-EXIT.
067100     EXIT.
067200*----------------------------------------------------------------*
067300* 5000-RECOVER - FORWARD RECOVERY.  THE CHOSEN BACKUP IS         *
067400*                RELOADED AS IN RELOAD MODE, THEN EVERY          *
067500*                GPMJRNL CHANGE WRITTEN AFTER THE BACKUP WAS     *
067600*                TAKEN, UP TO THE RECOVER-TO POINT, IS APPLIED   *
067700*                IN TIMESTAMP ORDER.  A BACKUP WITHOUT A GOOD    *
067800*                TRAILER IS NOT REPLAYED OVER.                   *
067900*----------------------------------------------------------------*
068000 5000-RECOVER.
068100     OPEN INPUT BACKUP-FILE
068200     IF NOT BACKUP-STATUS-OK
068300         DISPLAY "UNABLE TO OPEN BACKUP-FILE - FILE STATUS = "
068400             WS-BACKUP-STATUS
068500         MOVE 16 TO RETURN-CODE
068600         STOP RUN
068700     END-IF
068800     OPEN OUTPUT GREETING-PARM
068900     IF NOT PARM-STATUS-OK
069000         DISPLAY "UNABLE TO OPEN GREETING-PARM - FILE STATUS = "
069100             WS-PARM-STATUS
069200         MOVE 16 TO RETURN-CODE
069300         STOP RUN
069400     END-IF
069500
069600     PERFORM 1200-READ-BACKUP THRU 1200-EXIT
069700     PERFORM 4100-RELOAD-RECORD THRU 4100-EXIT
069800         UNTIL BACKUP-EOF
069900
070000     CLOSE BACKUP-FILE
070100     CLOSE GREETING-PARM
070200
070300     IF  TRAILER-SEEN
070400     AND WS-RECORD-COUNT NOT = WS-TRAILER-COUNT
070500         MOVE "LOADED COUNT MISMATCH " TO CMP-LABEL
070600         MOVE WS-RECORD-COUNT   TO CMP-LIVE-VALUE
070700         MOVE WS-TRAILER-COUNT  TO CMP-BACKUP-VALUE
070800         WRITE UTILITY-RPT-REC  FROM WS-COMPARE-LINE
070900         ADD 1 TO WS-DISCREPANCY-COUNT
071000     END-IF
071100     IF NOT TRAILER-SEEN
071200         MOVE "BACKUP HAS NO TRAILER RECORD - LOAD UNVERIFIED"
071300             TO MSG-TEXT
071400         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
071500         ADD 1 TO WS-DISCREPANCY-COUNT
071600     END-IF
071700     IF WS-BACKUP-DATE = SPACES
071800         MOVE "BACKUP HAS NO HEADER RECORD - DATE UNKNOWN"
071900             TO MSG-TEXT
072000         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
072100         ADD 1 TO WS-DISCREPANCY-COUNT
072200     END-IF
072300     IF WS-DISCREPANCY-COUNT NOT = ZERO
072400         MOVE "BACKUP NOT USABLE - JOURNAL NOT REPLAYED"
072500             TO MSG-TEXT
072600         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
072700         MOVE 8 TO RETURN-CODE
072800         PERFORM 8100-WRITE-TOTALS  THRU 8100-EXIT
072900         GO TO 5000-EXIT
073000     END-IF
073100
073200     MOVE WS-BACKUP-DATE (7:4)  TO WS-START-YMD (1:4)
073300     MOVE WS-BACKUP-DATE (1:2)  TO WS-START-YMD (5:2)
073400     MOVE WS-BACKUP-DATE (4:2)  TO WS-START-YMD (7:2)
073500     IF WS-BACKUP-TIME = SPACES
073600         MOVE "00:00:00"        TO WS-START-TIME
073700     ELSE
073800         MOVE WS-BACKUP-TIME    TO WS-START-TIME
073900     END-IF
074000     MOVE SPACES TO MSG-TEXT
074100     STRING "RECOVERY FROM BACKUP TAKEN " DELIMITED BY SIZE
074200            WS-BACKUP-DATE      DELIMITED BY SIZE
074300            " "                 DELIMITED BY SIZE
074400            WS-START-TIME       DELIMITED BY SIZE
074500       INTO MSG-TEXT
074600     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
074700     MOVE SPACES TO MSG-TEXT
074800     IF WS-STOP-STAMP = HIGH-VALUES
074900         MOVE "RECOVERING TO THE END OF THE JOURNAL" TO MSG-TEXT
075000     ELSE
075100         STRING "RECOVERING TO "    DELIMITED BY SIZE
075200                WS-RECOVER-DATE-ENTRY DELIMITED BY SIZE
075300                " "                 DELIMITED BY SIZE
075400                WS-STOP-TIME        DELIMITED BY SIZE
075500           INTO MSG-TEXT
075600     END-IF
075700     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
075800
075900     OPEN I-O GREETING-PARM
076000     IF NOT PARM-STATUS-OK
076100         DISPLAY "UNABLE TO OPEN GREETING-PARM - FILE STATUS = "
076200             WS-PARM-STATUS
076300         MOVE 16 TO RETURN-CODE
076400         STOP RUN
076500     END-IF
076600     SORT SORT-FILE
076700         ON ASCENDING KEY SRT-YMD SRT-TIME SRT-SEQUENCE
076800         INPUT PROCEDURE IS 5100-SORT-INPUT THRU 5100-EXIT
076900         OUTPUT PROCEDURE IS 5200-SORT-OUTPUT THRU 5200-EXIT
077000     CLOSE GREETING-PARM
077100
077200     PERFORM 5500-VERIFY-RECOVERY THRU 5500-EXIT
077300     .
077400 5000-EXIT.
077500     EXIT.
077600*----------------------------------------------------------------*
077700* 5100-SORT-INPUT - READ THE WHOLE JOURNAL AND RELEASE THE ROWS  *
077800*                   INSIDE THE RECOVERY WINDOW                   *
077900*----------------------------------------------------------------*
078000 5100-SORT-INPUT.
078100     OPEN INPUT GREETING-PARM-JRNL
078200     IF NOT JRNL-STATUS-OK
078300         DISPLAY "UNABLE TO OPEN GREETING-PARM-JRNL - "
078400             "FILE STATUS = " WS-JRNL-STATUS
078500         MOVE 16 TO RETURN-CODE
078600         STOP RUN
078700     END-IF
078800     PERFORM 5150-READ-JOURNAL THRU 5150-EXIT
078900     PERFORM 5110-RELEASE-JOURNAL THRU 5110-EXIT
079000         UNTIL JRNL-EOF
079100     CLOSE GREETING-PARM-JRNL
079200     .
079300 5100-EXIT.
079400     EXIT.
079500*----------------------------------------------------------------*
079600* 5110-RELEASE-JOURNAL - PLACE ONE JOURNAL ROW IN OR OUTSIDE THE *
079700*                        WINDOW.  A ROW STAMPED IN THE SAME      *
079800*                        SECOND AS THE BACKUP IS KEPT; THE       *
079900*                        BEFORE-IMAGE CHECK SORTS OUT WHETHER IT *
080000*                        IS ALREADY ON THE BACKUP                *
080100*----------------------------------------------------------------*
080200 5110-RELEASE-JOURNAL.
080300     ADD 1 TO WS-JRNL-READ-COUNT
080400     MOVE GPJ-RUN-DATE (7:4)    TO WS-ROW-YMD (1:4)
080500     MOVE GPJ-RUN-DATE (1:2)    TO WS-ROW-YMD (5:2)
080600     MOVE GPJ-RUN-DATE (4:2)    TO WS-ROW-YMD (7:2)
080700     MOVE GPJ-TIME              TO WS-ROW-TIME
080800     EVALUATE TRUE
080900         WHEN WS-ROW-STAMP < WS-START-STAMP
081000             ADD 1 TO WS-PRE-BACKUP-COUNT
081100         WHEN WS-ROW-STAMP > WS-STOP-STAMP
081200             ADD 1 TO WS-PAST-POINT-COUNT
081300         WHEN OTHER
081400             MOVE WS-ROW-YMD         TO SRT-YMD
081500             MOVE WS-ROW-TIME        TO SRT-TIME
081600             MOVE WS-JRNL-READ-COUNT TO SRT-SEQUENCE
081700             MOVE GPJ-RUN-DATE       TO SRT-RUN-DATE
081800             MOVE GPJ-OPERATOR-ID    TO SRT-OPERATOR-ID
081900             MOVE GPJ-TRAN-TYPE      TO SRT-TRAN-TYPE
082000             MOVE GPJ-BEFORE-IMAGE   TO SRT-BEFORE-IMAGE
082100             MOVE GPJ-AFTER-IMAGE    TO SRT-AFTER-IMAGE
082200             RELEASE SORT-REC
082300             ADD 1 TO WS-REPLAY-COUNT
082400     END-EVALUATE
082500
082600     PERFORM 5150-READ-JOURNAL THRU 5150-EXIT
082700     .
082800 5110-EXIT.
082900     EXIT.
083000*----------------------------------------------------------------*
083100* 5150-READ-JOURNAL - READ THE NEXT GPMJRNL ROW                  *
083200*----------------------------------------------------------------*
083300 5150-READ-JOURNAL.
083400     READ GREETING-PARM-JRNL
083500         AT END
083600             MOVE "Y" TO WS-JRNL-EOF-SWITCH
083700     END-READ
083800     .
083900 5150-EXIT.
084000     EXIT.
084100*----------------------------------------------------------------*
084200* 5200-SORT-OUTPUT - APPLY THE WINDOW'S CHANGES IN TIME ORDER    *
084300*----------------------------------------------------------------*
084400 5200-SORT-OUTPUT.
084500     PERFORM 5250-RETURN-CHANGE THRU 5250-EXIT
084600     PERFORM 5300-APPLY-CHANGE THRU 5300-EXIT
084700         UNTIL SORT-EOF
084800     .
084900 5200-EXIT.
085000     EXIT.
085100*----------------------------------------------------------------*
085200* 5250-RETURN-CHANGE - RETURN THE NEXT CHANGE FROM THE SORT      *
085300*----------------------------------------------------------------*
085400 5250-RETURN-CHANGE.
085500     RETURN SORT-FILE
085600         AT END
085700             MOVE "Y" TO WS-SORT-EOF-SWITCH
085800     END-RETURN
085900     .
086000 5250-EXIT.
086100     EXIT.
086200*----------------------------------------------------------------*
086300* 5300-APPLY-CHANGE - ROUTE ONE CHANGE BY ITS TRANSACTION TYPE   *
086400*----------------------------------------------------------------*
086500 5300-APPLY-CHANGE.
086600     EVALUATE TRUE
086700         WHEN SRT-TRAN-ADD
086800             PERFORM 5310-APPLY-ADD THRU 5310-EXIT
086900         WHEN SRT-TRAN-DELETE
087000             PERFORM 5330-APPLY-DELETE THRU 5330-EXIT
087100         WHEN OTHER
087200             PERFORM 5320-APPLY-UPDATE THRU 5320-EXIT
087300     END-EVALUATE
087400
087500     PERFORM 5250-RETURN-CHANGE THRU 5250-EXIT
087600     .
087700 5300-EXIT.
087800     EXIT.
087900*----------------------------------------------------------------*
088000* 5310-APPLY-ADD - WRITE AN ADDED ROW.  IF THE KEY IS ALREADY    *
088100*                  ON FILE THE ADD COUNTS AS ALREADY APPLIED     *
088200*                  WHEN THE ROW MATCHES THE AFTER-IMAGE, AND AS  *
088300*                  A MISMATCH OTHERWISE                          *
088400*----------------------------------------------------------------*
088500 5310-APPLY-ADD.
088600     MOVE SRT-AFTER-IMAGE       TO GREETING-PARM-REC
088700     MOVE GPM-HONOREE-ID        TO WS-ID-CHAR
088800     WRITE GREETING-PARM-REC
088900         INVALID KEY
089000             CONTINUE
089100         NOT INVALID KEY
089200             ADD 1 TO WS-ADD-APPLIED
089300             ADD 1 TO WS-TRAILER-COUNT
089400             IF WS-ID-CHAR NUMERIC
089500                 ADD WS-ID-NUM  TO WS-TRAILER-ID-HASH
089600             END-IF
089700             GO TO 5310-EXIT
089800     END-WRITE
089900
090000     MOVE SRT-AFTER-IMAGE (1:8) TO GPM-PARM-KEY
090100     READ GREETING-PARM
090200         INVALID KEY
090300             MOVE "ADD REJECTED ON WRITE" TO WS-MISMATCH-REASON
090400             PERFORM 5400-WRITE-MISMATCH THRU 5400-EXIT
090500             GO TO 5310-EXIT
090600     END-READ
090700     IF GREETING-PARM-REC = SRT-AFTER-IMAGE
090800         ADD 1 TO WS-ALREADY-APPLIED
090900     ELSE
091000         MOVE "ADD - KEY ALREADY ON FILE" TO WS-MISMATCH-REASON
091100         PERFORM 5400-WRITE-MISMATCH THRU 5400-EXIT
091200     END-IF
091300     .
091400 5310-EXIT.
091500     EXIT.
091600*----------------------------------------------------------------*
091700* 5320-APPLY-UPDATE - REWRITE A ROW ONLY WHEN THE ROW ON FILE    *
091800*                     IS THE JOURNAL'S BEFORE-IMAGE.  A ROW      *
091900*                     THAT ALREADY HOLDS THE AFTER-IMAGE IS      *
092000*                     LEFT ALONE                                 *
092100*----------------------------------------------------------------*
092200 5320-APPLY-UPDATE.
092300     MOVE SRT-BEFORE-IMAGE (1:8) TO GPM-PARM-KEY
092400     READ GREETING-PARM
092500         INVALID KEY
092600             MOVE "ROW NOT ON FILE" TO WS-MISMATCH-REASON
092700             PERFORM 5400-WRITE-MISMATCH THRU 5400-EXIT
092800             GO TO 5320-EXIT
092900     END-READ
093000     IF GREETING-PARM-REC NOT = SRT-BEFORE-IMAGE
093100         IF GREETING-PARM-REC = SRT-AFTER-IMAGE
093200             ADD 1 TO WS-ALREADY-APPLIED
093300         ELSE
093400             MOVE "BEFORE-IMAGE DIFFERS" TO WS-MISMATCH-REASON
093500             PERFORM 5400-WRITE-MISMATCH THRU 5400-EXIT
093600         END-IF
093700         GO TO 5320-EXIT
093800     END-IF
093900
094000     MOVE SRT-AFTER-IMAGE       TO GREETING-PARM-REC
094100     REWRITE GREETING-PARM-REC
094200         INVALID KEY
094300             MOVE "REWRITE REJECTED" TO WS-MISMATCH-REASON
094400             PERFORM 5400-WRITE-MISMATCH THRU 5400-EXIT
094500             GO TO 5320-EXIT
094600     END-REWRITE
094700     ADD 1 TO WS-UPDATE-APPLIED
094800     .
094900 5320-EXIT.
095000     EXIT.
095100*----------------------------------------------------------------*
095200* 5330-APPLY-DELETE - DELETE A ROW ONLY WHEN THE ROW ON FILE IS  *
095300*                     THE JOURNAL'S BEFORE-IMAGE.  A ROW ALREADY *
095400*                     GONE COUNTS AS ALREADY APPLIED             *
095500*----------------------------------------------------------------*
095600 5330-APPLY-DELETE.
095700     MOVE SRT-BEFORE-IMAGE (1:8) TO GPM-PARM-KEY
095800     READ GREETING-PARM
095900         INVALID KEY
096000             ADD 1 TO WS-ALREADY-APPLIED
096100             GO TO 5330-EXIT
096200     END-READ
096300     IF GREETING-PARM-REC NOT = SRT-BEFORE-IMAGE
096400         MOVE "BEFORE-IMAGE DIFFERS" TO WS-MISMATCH-REASON
096500         PERFORM 5400-WRITE-MISMATCH THRU 5400-EXIT
096600         GO TO 5330-EXIT
096700     END-IF
096800
096900     MOVE GPM-HONOREE-ID        TO WS-ID-CHAR
097000     DELETE GREETING-PARM
097100         INVALID KEY
097200             MOVE "DELETE REJECTED" TO WS-MISMATCH-REASON
097300             PERFORM 5400-WRITE-MISMATCH THRU 5400-EXIT
097400             GO TO 5330-EXIT
097500     END-DELETE
097600     SUBTRACT 1 FROM WS-TRAILER-COUNT
097700     IF WS-ID-CHAR NUMERIC
097800         SUBTRACT WS-ID-NUM     FROM WS-TRAILER-ID-HASH
097900     END-IF
098000     ADD 1 TO WS-DELETE-APPLIED
098100     .
098200 5330-EXIT.
098300     EXIT.
098400*----------------------------------------------------------------*
098500* 5400-WRITE-MISMATCH - LIST A JOURNAL ROW THAT WAS NOT APPLIED  *
098600*----------------------------------------------------------------*
098700 5400-WRITE-MISMATCH.
098800     MOVE WS-PRINT-DATE         TO MIS-RUN-DATE
098900     IF SRT-TRAN-ADD
099000         MOVE SRT-AFTER-IMAGE (1:6)  TO MIS-HONOREE-ID
099100         MOVE SRT-AFTER-IMAGE (7:2)  TO MIS-LANGUAGE-CODE
099200     ELSE
099300         MOVE SRT-BEFORE-IMAGE (1:6) TO MIS-HONOREE-ID
099400         MOVE SRT-BEFORE-IMAGE (7:2) TO MIS-LANGUAGE-CODE
099500     END-IF
099600     MOVE SRT-TRAN-TYPE         TO MIS-TRAN-TYPE
099700     MOVE SRT-RUN-DATE          TO MIS-JRNL-DATE
099800     MOVE SRT-TIME              TO MIS-JRNL-TIME
099900     MOVE SRT-OPERATOR-ID       TO MIS-OPERATOR-ID
100000     MOVE WS-MISMATCH-REASON    TO MIS-REASON
100100     WRITE UTILITY-RPT-REC      FROM WS-MISMATCH-LINE
100200     ADD 1 TO WS-MISMATCH-COUNT
100300     .
100400 5400-EXIT.
100500     EXIT.
100600*----------------------------------------------------------------*
100700* 5500-VERIFY-RECOVERY - READ THE RECOVERED FILE AS VERIFY MODE  *
100800*                        DOES AND COMPARE ITS TOTALS WITH THE    *
100900*                        BACKUP TRAILER CARRIED FORWARD BY THE   *
101000*                        CHANGES APPLIED                         *
101100*----------------------------------------------------------------*
101200 5500-VERIFY-RECOVERY.
101300     MOVE ZERO TO WS-RECORD-COUNT
101400     MOVE ZERO TO WS-ID-HASH
101500     OPEN INPUT GREETING-PARM
101600     IF NOT PARM-STATUS-OK
101700         DISPLAY "UNABLE TO OPEN GREETING-PARM - FILE STATUS = "
101800             WS-PARM-STATUS
101900         MOVE 16 TO RETURN-CODE
102000         STOP RUN
102100     END-IF
102200     MOVE LOW-VALUES TO WS-PREV-KEY
102300     PERFORM 1100-READ-PARM THRU 1100-EXIT
102400     PERFORM 3200-VERIFY-RECORD THRU 3200-EXIT
102500         UNTIL PARM-EOF
102600     CLOSE GREETING-PARM
102700
102800     PERFORM 3300-COMPARE-TOTALS THRU 3300-EXIT
102900
103000     MOVE "JOURNAL ROWS READ"   TO CNT-LABEL
103100     MOVE WS-JRNL-READ-COUNT    TO CNT-VALUE
103200     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
103300     MOVE "  WRITTEN BEFORE THE BACKUP - SKIPPED" TO CNT-LABEL
103400     MOVE WS-PRE-BACKUP-COUNT   TO CNT-VALUE
103500     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
103600     MOVE "  AFTER THE RECOVER-TO POINT - SKIPPED" TO CNT-LABEL
103700     MOVE WS-PAST-POINT-COUNT   TO CNT-VALUE
103800     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
103900     MOVE "  REPLAYED"          TO CNT-LABEL
104000     MOVE WS-REPLAY-COUNT       TO CNT-VALUE
104100     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
104200     MOVE "ADDS APPLIED"        TO CNT-LABEL
104300     MOVE WS-ADD-APPLIED        TO CNT-VALUE
104400     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
104500     MOVE "UPDATES APPLIED"     TO CNT-LABEL
104600     MOVE WS-UPDATE-APPLIED     TO CNT-VALUE
104700     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
104800     MOVE "DELETES APPLIED"     TO CNT-LABEL
104900     MOVE WS-DELETE-APPLIED     TO CNT-VALUE
105000     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
105100     MOVE "ALREADY ON THE BACKUP - NOT REAPPLIED" TO CNT-LABEL
105200     MOVE WS-ALREADY-APPLIED    TO CNT-VALUE
105300     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
105400     MOVE "NOT APPLIED - IMAGE DID NOT MATCH" TO CNT-LABEL
105500     MOVE WS-MISMATCH-COUNT     TO CNT-VALUE
105600     WRITE UTILITY-RPT-REC      FROM WS-COUNT-LINE
105700
105800     IF  WS-DISCREPANCY-COUNT = ZERO
105900     AND WS-MISMATCH-COUNT = ZERO
106000         MOVE "RECOVERY CLEAN - FILE MATCHES BACKUP PLUS JOURNAL"
106100             TO MSG-TEXT
106200         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
106300     ELSE
106400         MOVE "RECOVERY FOUND EXCEPTIONS - SEE LINES ABOVE"
106500             TO MSG-TEXT
106600         PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
106700         MOVE 8 TO RETURN-CODE
106800     END-IF
106900     MOVE "BACKUP TOTALS BELOW INCLUDE THE CHANGES APPLIED"
107000         TO MSG-TEXT
107100     PERFORM 8000-WRITE-MESSAGE THRU 8000-EXIT
107200     PERFORM 8100-WRITE-TOTALS  THRU 8100-EXIT
107300     .
107400 5500-EXIT.
107500     EXIT.
107600*----------------------------------------------------------------*
107700* 8000-WRITE-MESSAGE - WRITE ONE DATED MESSAGE LINE              *
107800*----------------------------------------------------------------*
107900 8000-WRITE-MESSAGE.
108000     MOVE WS-PRINT-DATE         TO MSG-RUN-DATE
108100     WRITE UTILITY-RPT-REC      FROM WS-MESSAGE-LINE
108200     .
108300 8000-EXIT.
108400     EXIT.
108500*----------------------------------------------------------------*
108600* 8100-WRITE-TOTALS - WRITE THE RUN'S CONTROL TOTALS             *
108700*----------------------------------------------------------------*
108800 8100-WRITE-TOTALS.
108900     MOVE "RECORDS PROCESSED     " TO CMP-LABEL
109000     MOVE WS-RECORD-COUNT       TO CMP-LIVE-VALUE
109100     MOVE WS-TRAILER-COUNT      TO CMP-BACKUP-VALUE
109200     WRITE UTILITY-RPT-REC      FROM WS-COMPARE-LINE
109300     MOVE "HONOREE ID HASH TOTAL " TO CMP-LABEL
109400     MOVE WS-ID-HASH            TO CMP-LIVE-VALUE
109500     MOVE WS-TRAILER-ID-HASH    TO CMP-BACKUP-VALUE
109600     WRITE UTILITY-RPT-REC      FROM WS-COMPARE-LINE
109700     .
109800 8100-EXIT.
109900     EXIT.
110000*----------------------------------------------------------------*
110100* 9000-TERMINATE - CLOSE THE UTILITY REPORT                      *
110200*----------------------------------------------------------------*
110300 9000-TERMINATE.
110400     CLOSE UTILITY-RPT
110500     .
110600 9000-EXIT.
110700     EXIT.
110800*================================================================*
