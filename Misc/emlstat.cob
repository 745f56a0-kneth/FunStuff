001785*                  ARE TREATED AS LIST MESSAGES; A PERSONAL       *
001786*                  FAILURE WITH NO EMAIL LEFT ON FILE IS          *
001787*                  REPORTED, NOT REQUEUED.                        *
001788* 10/15/2026 RC    REBUILD THE WORDING FOR THE EVENT THAT WAS     *
001789*                  GREETED - GAU-EVENT-TYPE ON THE MATCHED AUDIT  *
001790*                  ROW (SPACES = BIRTHDAY) SELECTS THE HONOREE-   *
001791*                  EVENT ROW, AND THE TEXT FOLLOWS THE SAME RULES *
001792*                  AS GREETING: GREETING-PARM FIRST FOR A         *
001793*                  BIRTHDAY, THEN THE EVENT'S OWN WORDING, THEN   *
001794*                  THE STANDARD TEXT FOR THE EVENT TYPE.  A ZERO  *
001795*                  YEAR LEAVES THE YEAR COUNT OFF THE BODY.       *
001805* 10/15/2026 RC    REQUEUE A FAILED LIST MESSAGE TO THE           *
001815*                  HONOREE'S DEPARTMENT LIST FROM THE NEW         *
001825*                  DEPT-CONTROL FILE, THE SAME LIST GREETING NOW  *
001835*                  SENDS IT TO; A BLANK OR UNKNOWN DEPARTMENT, OR *
001845*                  ONE WITH NO LIST, STAYS ON THE SHOP-WIDE LIST. *
001846* 10/15/2026 RC    COUNT HARD BOUNCES ("B") OF PERSONAL COPIES    *
001847*                  AGAINST THE HONOREE'S ADDRESS ON THE NEW       *
001848*                  BOUNCE-HIST FILE, ONCE PER PROCESSING DAY.     *
001849*                  AT WS-BOUNCE-LIMIT THE ADDRESS IS NO LONGER    *
001850*                  REQUEUED: HON-EMAIL-ADDR IS CLEARED, THE       *
001851*                  CHANGE IS JOURNALED TO HONJRNL UNDER OPERATOR  *
001852*                  "EMLSTAT", AND THE ADDRESS IS LISTED BY        *
001853*                  DEPARTMENT COORDINATOR ON THE NEW BAD-ADDRESS  *
001854*                  REPORT.  HONOREE-FILE IS NOW OPENED I-O.       *
001856* 10/15/2026 RC    RUN-CONTROL LEDGER - THE BUSINESS DATE IS THE  *
001858*                  GATEWAY RUN DATE ON THE FIRST DISPOSITION      *
001860*                  (TODAY WHEN THE FILE IS EMPTY).  THE RUN STOPS *
001862*                  WITH RETURN CODE 12, BEFORE ANY OUTPUT IS      *
001864*                  OPENED, WHEN GREETING HAS NOT COMPLETED FOR    *
001866*                  THAT DATE, WHEN AN EMPTY RETURN FILE FOLLOWS A *
001868*                  GREETING THAT WROTE EXTRACTS, OR WHEN EMLSTAT  *
001870*                  ALREADY RAN TO ITS END FOR THE DATE WITHOUT A  *
001872*                  RERUN AUTHORIZED THROUGH RUNCTLU.  THE START,  *
001874*                  END, RETURN CODE AND COUNTS ARE LEDGERED.      *
001875* 10/15/2026 RC    DO NOT REQUEUE A FAILED MESSAGE WHEN THE       *
001876*                  HONOREE HAD MORE THAN ONE EVENT GREETED THAT   *
001877*                  DAY - THE DISPOSITION DOES NOT SAY WHICH EVENT *
001878*                  IT WAS FOR, SO THE WORDING CANNOT BE REBUILT.  *
001879*================================================================*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.  IBM-370.
004200                               RECORD KEY IS GPM-PARM-KEY
004300                               FILE STATUS IS WS-GRTPARM-STATUS.
004400
004410     SELECT HONOREE-EVENT      ASSIGN TO HONEVENT
004420                               ORGANIZATION IS INDEXED
004430                               ACCESS MODE IS RANDOM
004440                               RECORD KEY IS HEV-EVENT-KEY
004450                               FILE STATUS IS WS-EVENT-STATUS.
004460
004465     SELECT DEPT-CONTROL       ASSIGN TO DEPTCTL
004470                               ORGANIZATION IS INDEXED
004475                               ACCESS MODE IS RANDOM
004480                               RECORD KEY IS DPT-DEPT-CODE
004485                               FILE STATUS IS WS-DEPTCTL-STATUS.
004486
004487     SELECT BOUNCE-HIST        ASSIGN TO BOUNCHST
004488                               ORGANIZATION IS INDEXED
004489                               ACCESS MODE IS RANDOM
004490                               RECORD KEY IS BNH-BOUNCE-KEY
004491                               FILE STATUS IS WS-BOUNCE-STATUS.
004492
004493     SELECT HONOREE-JRNL       ASSIGN TO HONJRNL
004494                               ORGANIZATION IS LINE SEQUENTIAL.
004495
004500     SELECT EMAIL-EXTRACT      ASSIGN TO GREETML
004600                               ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT UNDELIV-RPT        ASSIGN TO EMLUNDEL
004900                               ORGANIZATION IS LINE SEQUENTIAL.
004910
004920     SELECT BAD-ADDRESS-RPT    ASSIGN TO EMLBADAD
004930                               ORGANIZATION IS LINE SEQUENTIAL.
004940
004950     SELECT RUN-CONTROL        ASSIGN TO RUNCTL
004960                               ORGANIZATION IS INDEXED
004970                               ACCESS MODE IS RANDOM
004980                               RECORD KEY IS RCL-RUN-KEY
004990                               FILE STATUS IS WS-RUNCTL-STATUS.
005000*================================================================*
005100 DATA DIVISION.
005200 FILE SECTION.
006500     RECORDING MODE IS F.
006600     COPY GREETAUD.
006700*----------------------------------------------------------------*
006750* HONOREE-FILE - RANDOM LOOKUP FOR THE HONOREE NAME; REWRITTEN   *
006800* WHEN A HARD-BOUNCING ADDRESS IS SUPPRESSED                     *
006900*----------------------------------------------------------------*
007000 FD  HONOREE-FILE
007100     RECORDING MODE IS F.
007600 FD  GREETING-PARM
007700     RECORDING MODE IS F.
007800     COPY GREETPRM.
007810*----------------------------------------------------------------*
007820* HONOREE-EVENT - THE GREETED EVENT'S ROW, FOR ITS OWN WORDING   *
007830*----------------------------------------------------------------*
007840 FD  HONOREE-EVENT
007850     RECORDING MODE IS F.
007860     COPY HONEVENT.
007865*----------------------------------------------------------------*
007870* DEPT-CONTROL - THE HONOREE'S DEPARTMENT ANNOUNCEMENT LIST, FOR *
007875* A REQUEUED LIST MESSAGE                                        *
007880*----------------------------------------------------------------*
007885 FD  DEPT-CONTROL
007890     RECORDING MODE IS F.
007895     COPY DEPTCTL.
007900*----------------------------------------------------------------*
007905* BOUNCE-HIST - HARD-BOUNCE COUNT PER HONOREE AND ADDRESS        *
007910*----------------------------------------------------------------*
007915 FD  BOUNCE-HIST
007920     RECORDING MODE IS F.
007925     COPY BOUNCHST.
007930*----------------------------------------------------------------*
007935* HONOREE-JRNL - CHANGE JOURNAL, APPENDED FOR EVERY ADDRESS      *
007940* SUPPRESSED IN THIS RUN                                         *
007945*----------------------------------------------------------------*
007950 FD  HONOREE-JRNL
007955     RECORDING MODE IS F.
007960     COPY HONJRNL.
007965*----------------------------------------------------------------*
008000* EMAIL-EXTRACT - OPENED EXTEND SO REBUILT MESSAGES JOIN THE     *
008100* NEXT GATEWAY POLL                                              *
008200*----------------------------------------------------------------*
009000 FD  UNDELIV-RPT
009100     RECORDING MODE IS F.
009200 01  UNDELIV-RPT-REC            PIC X(90).
009210*----------------------------------------------------------------*
009220* BAD-ADDRESS-RPT - ADDRESSES SUPPRESSED THIS RUN, ONE SECTION   *
009230* PER DEPARTMENT FOR ITS GREETING COORDINATOR                    *
009240*----------------------------------------------------------------*
009250 FD  BAD-ADDRESS-RPT
009260     RECORDING MODE IS F.
009270 01  BAD-ADDRESS-RPT-REC        PIC X(110).
009272*----------------------------------------------------------------*
009274* RUN-CONTROL - THE BATCH CYCLE LEDGER: GREETING MUST HAVE       *
009276* COMPLETED FOR THE BUSINESS DATE, AND THIS RUN'S OWN START AND  *
009278* END ARE RECORDED                                               *
009280*----------------------------------------------------------------*
009282 FD  RUN-CONTROL
009284     RECORDING MODE IS F.
009286     COPY RUNCTL.
009300 WORKING-STORAGE SECTION.
009400*----------------------------------------------------------------*
009500* FILE STATUS AND CONTROL SWITCHES                                *
010200     88  HONOREE-STATUS-OK              VALUE "00".
010300 77  WS-GRTPARM-STATUS          PIC X(02).
010400     88  GRTPARM-STATUS-OK              VALUE "00".
010410 77  WS-EVENT-STATUS            PIC X(02).
010420     88  EVENT-STATUS-OK                VALUE "00".
010430 77  WS-DEPTCTL-STATUS          PIC X(02).
010440     88  DEPTCTL-STATUS-OK              VALUE "00".
010450 77  WS-BOUNCE-STATUS           PIC X(02).
010460     88  BOUNCE-STATUS-OK               VALUE "00".
010500 77  WS-EOF-SWITCH              PIC X(01)  VALUE "N".
010600     88  RETURN-EOF                      VALUE "Y".
010700 77  WS-AUDIT-EOF-SWITCH        PIC X(01)  VALUE "N".
010800     88  AUDIT-EOF                       VALUE "Y".
010900 77  WS-MATCH-SWITCH            PIC X(01)  VALUE "N".
011000     88  AUDIT-MATCHED                   VALUE "Y".
011001 77  WS-AUDIT-MATCH-COUNT       PIC 9(03)  COMP.
011005 77  WS-BOUNCE-ROW-SWITCH       PIC X(01).
011010     88  BOUNCE-ROW-FOUND                VALUE "Y".
011015 77  WS-SUPPRESS-SWITCH         PIC X(01).
011020     88  ADDRESS-SUPPRESSED              VALUE "Y".
011025*----------------------------------------------------------------*
011030* HARD-BOUNCE TRACKING - A PERSONAL ADDRESS THAT HARD-BOUNCES ON *
011035* THIS MANY PROCESSING DAYS IS SUPPRESSED.  THE LIMIT IS         *
011040* CONFIGURABLE BY CHANGING WS-BOUNCE-LIMIT                       *
011045*----------------------------------------------------------------*
011050 77  WS-BOUNCE-LIMIT            PIC 9(03)  VALUE 3.
011055 77  WS-PROCESS-DATE            PIC X(10).
011060 77  WS-BATCH-OPERATOR          PIC X(08)  VALUE "EMLSTAT".
011065 77  WS-JRNL-TODAY              PIC X(21).
011070 77  WS-JRNL-DATE               PIC X(10).
011075 77  WS-JRNL-TIME               PIC X(08).
011080 77  WS-BEFORE-IMAGE            PIC X(92).
011085 77  WS-AFTER-IMAGE             PIC X(92).
011100*----------------------------------------------------------------*
011200* REBUILT-MESSAGE WORK AREAS - SAME SHAPE AS THE ONES USED BY    *
011300* GREETING WHEN IT BUILT THE ORIGINAL EXTRACT RECORD             *
011700 77  WS-SUBJECT                 PIC X(72).
011800 77  WS-BODY                    PIC X(80).
011900 77  WS-DEFAULT-GREETING        PIC X(40)  VALUE "HAPPY BIRTHDAY".
011910 77  WS-SERVICE-GREETING        PIC X(40)
011920     VALUE "HAPPY WORK ANNIVERSARY".
011930 77  WS-ANNIV-GREETING          PIC X(40)
011940     VALUE "HAPPY ANNIVERSARY".
011950 77  WS-FALLBACK-GREETING       PIC X(40).
012000 77  WS-GREETING-TEXT           PIC X(40).
012010 77  WS-SHOP-LANGUAGE           PIC X(02)  VALUE "EN".
012020 77  WS-LOOKUP-LANGUAGE         PIC X(02).
012100 77  WS-MATCHED-YEAR            PIC 9(04).
012150 77  WS-MATCHED-EVENT           PIC X(01).
012151*----------------------------------------------------------------*
012152* SUPPRESSED-ADDRESS TABLE - HELD IN DEPARTMENT/HON-ID ORDER FOR *
012153* THE BAD-ADDRESS REPORT.  ONE ENTRY PER ADDRESS SUPPRESSED THIS *
012154* RUN; ANY BEYOND WS-BAD-MAX ARE COUNTED AND FLAGGED ON THE      *
012155* REPORT (THE SUPPRESSIONS THEMSELVES ARE STILL ON HONJRNL).     *
012156*----------------------------------------------------------------*
012157 01  WS-BAD-TABLE.
012158     05  WS-BAD-ENTRY           OCCURS 200 TIMES.
012159         10  BAD-SORT-KEY.
012160             15  BAD-DEPT-CODE  PIC X(03).
012161             15  BAD-HONOREE-ID PIC X(06).
012162         10  BAD-HONOREE-NAME   PIC X(30).
012163         10  BAD-EMAIL-ADDR     PIC X(40).
012164         10  BAD-BOUNCE-COUNT   PIC 9(03).
012165         10  BAD-LAST-REASON    PIC X(20).
012166 01  WS-NEW-BAD-ENTRY.
012167     05  WS-NEW-BAD-KEY.
012168         10  WS-NEW-BAD-DEPT    PIC X(03).
012169         10  WS-NEW-BAD-ID      PIC X(06).
012170     05  WS-NEW-BAD-NAME        PIC X(30).
012171     05  WS-NEW-BAD-ADDR        PIC X(40).
012172     05  WS-NEW-BAD-COUNT       PIC 9(03).
012173     05  WS-NEW-BAD-REASON      PIC X(20).
012174 77  WS-BAD-MAX                 PIC 9(03)  COMP  VALUE 200.
012175 77  WS-BAD-COUNT               PIC 9(03)  COMP  VALUE ZERO.
012176 77  WS-BAD-IX                  PIC 9(03)  COMP.
012177 77  WS-INS-IX                  PIC 9(03)  COMP.
012178 77  WS-SHIFT-IX                PIC 9(03)  COMP.
012179 77  WS-SLOT-SWITCH             PIC X(01).
012180     88  INSERT-SLOT-FOUND               VALUE "Y".
012200*----------------------------------------------------------------*
012300* CONTROL TOTALS                                                  *
012400*----------------------------------------------------------------*
012800 77  WS-REQUEUED-COUNT          PIC 9(05)  COMP  VALUE ZERO.
012900 77  WS-UNMATCHED-COUNT         PIC 9(05)  COMP  VALUE ZERO.
012910 77  WS-UNRECOG-COUNT           PIC 9(05)  COMP  VALUE ZERO.
012920 77  WS-BOUNCED-COUNT           PIC 9(05)  COMP  VALUE ZERO.
012930 77  WS-SUPPRESSED-COUNT        PIC 9(05)  COMP  VALUE ZERO.
012940 77  WS-BAD-OVERFLOW-COUNT      PIC 9(05)  COMP  VALUE ZERO.
012942*----------------------------------------------------------------*
012944* RUN-CONTROL LEDGER WORK AREAS                                  *
012946*----------------------------------------------------------------*
012948 77  WS-RUNCTL-STATUS           PIC X(02).
012950     88  RUNCTL-STATUS-OK               VALUE "00".
012952     88  RUNCTL-NOT-FOUND               VALUE "35".
012954 77  WS-STEP-NAME               PIC X(08)  VALUE "EMLSTAT".
012956 77  WS-PRED-STEP               PIC X(08).
012958 77  WS-BUSINESS-DATE           PIC X(10).
012960 77  WS-BUSINESS-YMD            PIC X(08).
012962 77  WS-LEDGER-ROW-SWITCH       PIC X(01)  VALUE "N".
012964     88  LEDGER-ROW-ON-FILE             VALUE "Y".
012966 77  WS-LEDGER-SWITCH           PIC X(01)  VALUE "N".
012968     88  LEDGER-ROW-STARTED             VALUE "Y".
013000*----------------------------------------------------------------*
013100* REPORT LINE WORK AREAS                                          *
013200*----------------------------------------------------------------*
014500     05  TOT-LABEL              PIC X(25).
014600     05  TOT-COUNT              PIC ZZZZ9.
014700     05  FILLER                 PIC X(60)  VALUE SPACES.
014702 01  WS-BAD-TITLE.
014704     05  FILLER                 PIC X(41)  VALUE
014706         "EMAIL ADDRESSES SUPPRESSED AFTER REPEATED".
014708     05  FILLER                 PIC X(23)  VALUE
014710         " HARD BOUNCES - RUN OF ".
014712     05  BTL-RUN-DATE           PIC X(10).
014714     05  FILLER                 PIC X(36)  VALUE SPACES.
014716 01  WS-BAD-DEPT-HEADING.
014718     05  FILLER                 PIC X(12)  VALUE "DEPARTMENT: ".
014720     05  BDH-DEPT-CODE          PIC X(03).
014722     05  FILLER                 PIC X(03)  VALUE " - ".
014724     05  BDH-DEPT-NAME          PIC X(30).
014726     05  FILLER                 PIC X(62)  VALUE SPACES.
014728 01  WS-BAD-COORD-HEADING.
014730     05  FILLER                 PIC X(13)  VALUE "COORDINATOR: ".
014732     05  BCH-COORD-NAME         PIC X(30).
014734     05  FILLER                 PIC X(11)  VALUE "  MAILBOX: ".
014736     05  BCH-COORD-MAILBOX      PIC X(40).
014738     05  FILLER                 PIC X(16)  VALUE SPACES.
014740 01  WS-BAD-COLUMN-HEADING.
014742     05  FILLER                 PIC X(08)  VALUE "HON-ID".
014744     05  FILLER                 PIC X(32)  VALUE "NAME".
014746     05  FILLER                 PIC X(42)  VALUE
014748         "SUPPRESSED ADDRESS".
014750     05  FILLER                 PIC X(07)  VALUE "COUNT".
014752     05  FILLER                 PIC X(21)  VALUE "LAST REASON".
014754 01  WS-BAD-DETAIL-LINE.
014756     05  BDL-HONOREE-ID         PIC X(06).
014758     05  FILLER                 PIC X(02)  VALUE SPACES.
014760     05  BDL-HONOREE-NAME       PIC X(30).
014762     05  FILLER                 PIC X(02)  VALUE SPACES.
014764     05  BDL-EMAIL-ADDR         PIC X(40).
014766     05  FILLER                 PIC X(02)  VALUE SPACES.
014768     05  BDL-BOUNCE-COUNT       PIC ZZ9.
014770     05  FILLER                 PIC X(04)  VALUE SPACES.
014772     05  BDL-LAST-REASON        PIC X(20).
014774     05  FILLER                 PIC X(01)  VALUE SPACES.
014776 01  WS-BAD-MESSAGE-LINE.
014778     05  BML-COUNT              PIC ZZZZ9.
014780     05  BML-TEXT               PIC X(105).
014800*================================================================*
014900 PROCEDURE DIVISION.
015000*================================================================*
015800     STOP RUN
015900     .
016000*----------------------------------------------------------------*
016050* 1000-INITIALIZE - READ THE FIRST DISPOSITION, CHECK THE        *
016100*                   RUN-CONTROL LEDGER FOR ITS BUSINESS DATE,    *
016150*                   THEN OPEN THE REMAINING FILES                *
016200*----------------------------------------------------------------*
016300 1000-INITIALIZE.
016400     OPEN INPUT GATEWAY-RETURN-FILE
016800         MOVE 16 TO RETURN-CODE
016900         STOP RUN
017000     END-IF
017005
017010     PERFORM 6100-SET-TIMESTAMP  THRU 6100-EXIT
017015     MOVE WS-JRNL-DATE          TO WS-PROCESS-DATE
017020     PERFORM 1100-READ-RETURN    THRU 1100-EXIT
017025     IF RETURN-EOF
017030         MOVE WS-PROCESS-DATE   TO WS-BUSINESS-DATE
017035     ELSE
017040         MOVE GRT-RUN-DATE      TO WS-BUSINESS-DATE
017045     END-IF
017050     PERFORM 1600-CHECK-RUN-LEDGER THRU 1600-EXIT
017055
017100     OPEN I-O HONOREE-FILE
017200     IF NOT HONOREE-STATUS-OK
017300         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
017400             WS-HONOREE-STATUS
018200         MOVE 16 TO RETURN-CODE
018300         STOP RUN
018400     END-IF
018410     OPEN INPUT HONOREE-EVENT
018420     IF NOT EVENT-STATUS-OK
018430         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
018440             WS-EVENT-STATUS
018450         MOVE 16 TO RETURN-CODE
018460         STOP RUN
018470     END-IF
018472     OPEN INPUT DEPT-CONTROL
018474     IF NOT DEPTCTL-STATUS-OK
018476         DISPLAY "UNABLE TO OPEN DEPT-CONTROL - FILE STATUS = "
018478             WS-DEPTCTL-STATUS
018480         MOVE 16 TO RETURN-CODE
018482         STOP RUN
018484     END-IF
018485     OPEN I-O BOUNCE-HIST
018486     IF NOT BOUNCE-STATUS-OK
018487         DISPLAY "UNABLE TO OPEN BOUNCE-HIST - FILE STATUS = "
018488             WS-BOUNCE-STATUS
018489         MOVE 16 TO RETURN-CODE
018490         STOP RUN
018491     END-IF
018492     OPEN EXTEND HONOREE-JRNL
018500     OPEN EXTEND EMAIL-EXTRACT
018600     OPEN OUTPUT UNDELIV-RPT
018610     OPEN OUTPUT BAD-ADDRESS-RPT
018900     .
019000 1000-EXIT.
019100     EXIT.
020200     .
020300 1100-EXIT.
020400     EXIT.
020401*----------------------------------------------------------------*
020402* 1600-CHECK-RUN-LEDGER - OPEN THE RUN-CONTROL LEDGER (CREATING  *
020403*                         IT ON FIRST USE) AND REFUSE THE RUN    *
020404*                         UNLESS GREETING COMPLETED FOR THE      *
020405*                         BUSINESS DATE.  AN EMPTY RETURN FILE   *
020406*                         IS ONLY ACCEPTED WHEN THAT GREETING    *
020407*                         WROTE NO EXTRACTS - OTHERWISE THE      *
020408*                         GATEWAY HAS NOT YET SENT ITS RETURNS.  *
020409*                         A RUN THAT ALREADY ENDED FOR THE DATE  *
020410*                         NEEDS A RERUN AUTHORIZATION.  THEN     *
020411*                         LEDGER THE START                       *
020412*----------------------------------------------------------------*
020413 1600-CHECK-RUN-LEDGER.
020414     OPEN I-O RUN-CONTROL
020415     IF RUNCTL-NOT-FOUND
020416         OPEN OUTPUT RUN-CONTROL
020417         CLOSE RUN-CONTROL
020418         OPEN I-O RUN-CONTROL
020419     END-IF
020420     IF NOT RUNCTL-STATUS-OK
020421         DISPLAY "UNABLE TO OPEN RUN-CONTROL - FILE STATUS = "
020422             WS-RUNCTL-STATUS
020423         MOVE 16 TO RETURN-CODE
020424         STOP RUN
020425     END-IF
020426
020427     MOVE WS-BUSINESS-DATE (7:4) TO WS-BUSINESS-YMD (1:4)
020428     MOVE WS-BUSINESS-DATE (1:2) TO WS-BUSINESS-YMD (5:2)
020429     MOVE WS-BUSINESS-DATE (4:2) TO WS-BUSINESS-YMD (7:2)
020430
020431     MOVE "GREETING"            TO WS-PRED-STEP
020432     PERFORM 1610-CHECK-PREDECESSOR THRU 1610-EXIT
020433
020434     IF  RETURN-EOF
020435     AND RCL-OUTPUT-COUNT > ZERO
020436         DISPLAY "RUN REFUSED - GATEWAY RETURN FILE IS EMPTY BUT "
020437             "GREETING WROTE " RCL-OUTPUT-COUNT " EXTRACTS"
020438         DISPLAY "  FOR BUSINESS DATE " WS-BUSINESS-DATE
020439             " - THE GATEWAY RETURNS HAVE NOT YET ARRIVED"
020440         CLOSE RUN-CONTROL
020441         MOVE 12 TO RETURN-CODE
020442         STOP RUN
020443     END-IF
020444
020445     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
020446     MOVE WS-STEP-NAME          TO RCL-STEP-NAME
020447     READ RUN-CONTROL
020448         INVALID KEY
020449             MOVE "N"           TO WS-LEDGER-ROW-SWITCH
020450         NOT INVALID KEY
020451             MOVE "Y"           TO WS-LEDGER-ROW-SWITCH
020452     END-READ
020453
020454     IF  LEDGER-ROW-ON-FILE
020455     AND RCL-STEP-ENDED
020456     AND NOT RCL-RERUN-AUTHORIZED
020457         DISPLAY "RUN REFUSED - " WS-STEP-NAME
020458             " ALREADY RAN FOR BUSINESS DATE " WS-BUSINESS-DATE
020459         DISPLAY "  ENDED " RCL-END-DATE " " RCL-END-TIME
020460             " STATUS " RCL-STEP-STATUS
020461             " RETURN CODE " RCL-RETURN-CODE
020462         DISPLAY "  A DELIBERATE RERUN MUST FIRST BE AUTHORIZED"
020463             " THROUGH RUNCTLU"
020464         CLOSE RUN-CONTROL
020465         MOVE 12 TO RETURN-CODE
020466         STOP RUN
020467     END-IF
020468
020469     PERFORM 1620-START-LEDGER-ROW THRU 1620-EXIT
020470     CLOSE RUN-CONTROL
020471     .
020472 1600-EXIT.
020473     EXIT.
020474*----------------------------------------------------------------*
020475* 1610-CHECK-PREDECESSOR - REFUSE THE RUN UNLESS WS-PRED-STEP    *
020476*                          COMPLETED FOR THE BUSINESS DATE - NO  *
020477*                          ROW, A ROW STILL AT STARTED, AND A    *
020478*                          FAILED ROW ARE EACH REPORTED          *
020479*----------------------------------------------------------------*
020480 1610-CHECK-PREDECESSOR.
020481     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
020482     MOVE WS-PRED-STEP          TO RCL-STEP-NAME
020483     READ RUN-CONTROL
020484         INVALID KEY
020485             DISPLAY "RUN REFUSED - PREDECESSOR " WS-PRED-STEP
020486                 " HAS NOT RUN FOR BUSINESS DATE "
020487                 WS-BUSINESS-DATE
020488             CLOSE RUN-CONTROL
020489             MOVE 12 TO RETURN-CODE
020490             STOP RUN
020491     END-READ
020492
020493     IF RCL-STEP-COMPLETED
020494         GO TO 1610-EXIT
020495     END-IF
020496
020497     IF RCL-STEP-STARTED
020498         DISPLAY "RUN REFUSED - PREDECESSOR " WS-PRED-STEP
020499             " DID NOT FINISH FOR BUSINESS DATE " WS-BUSINESS-DATE
020500         DISPLAY "  STARTED " RCL-START-DATE " " RCL-START-TIME
020501             " WITH NO END RECORDED - RESUBMIT " WS-PRED-STEP
020502     ELSE
020503         DISPLAY "RUN REFUSED - PREDECESSOR " WS-PRED-STEP
020504             " FAILED FOR BUSINESS DATE " WS-BUSINESS-DATE
020505         DISPLAY "  ENDED " RCL-END-DATE " " RCL-END-TIME
020506             " WITH RETURN CODE " RCL-RETURN-CODE
020507     END-IF
020508     CLOSE RUN-CONTROL
020509     MOVE 12 TO RETURN-CODE
020510     STOP RUN
020511     .
020512 1610-EXIT.
020513     EXIT.
020514*----------------------------------------------------------------*
020515* 1620-START-LEDGER-ROW - WRITE THIS STEP'S ROW AS STARTED - OR, *
020516*                         ON A RESUBMISSION AFTER AN ABEND OR AN *
020517*                         AUTHORIZED RERUN, REWRITE THE ROW      *
020518*                         ALREADY ON FILE                        *
020519*----------------------------------------------------------------*
020520 1620-START-LEDGER-ROW.
020521     PERFORM 6100-SET-TIMESTAMP THRU 6100-EXIT
020522     IF LEDGER-ROW-ON-FILE
020523         ADD 1                  TO RCL-RUN-COUNT
020524         IF RCL-RERUN-AUTHORIZED
020525             DISPLAY "RERUN OF " WS-STEP-NAME " FOR "
020526                 WS-BUSINESS-DATE " AUTHORIZED BY "
020527                 RCL-AUTH-OPERATOR
020528             MOVE "U"           TO RCL-AUTH-ACTION
020529         END-IF
020530     ELSE
020531         MOVE SPACES            TO RUN-CONTROL-REC
020532         MOVE WS-BUSINESS-YMD   TO RCL-BUSINESS-YMD
020533         MOVE WS-STEP-NAME      TO RCL-STEP-NAME
020534         MOVE 1                 TO RCL-RUN-COUNT
020535     END-IF
020536     MOVE WS-BUSINESS-DATE      TO RCL-BUSINESS-DATE
020537     MOVE "S"                   TO RCL-STEP-STATUS
020538     MOVE WS-JRNL-DATE          TO RCL-START-DATE
020539     MOVE WS-JRNL-TIME          TO RCL-START-TIME
020540     MOVE SPACES                TO RCL-END-DATE
020541                                   RCL-END-TIME
020542     MOVE ZERO                  TO RCL-RETURN-CODE
020543                                   RCL-INPUT-COUNT
020544                                   RCL-PROCESSED-COUNT
020545                                   RCL-OUTPUT-COUNT
020546     IF LEDGER-ROW-ON-FILE
020547         REWRITE RUN-CONTROL-REC
020548     ELSE
020549         WRITE RUN-CONTROL-REC
020550     END-IF
020551     IF NOT RUNCTL-STATUS-OK
020552         DISPLAY "UNABLE TO LEDGER THE START OF " WS-STEP-NAME
020553             " - FILE STATUS = " WS-RUNCTL-STATUS
020554         CLOSE RUN-CONTROL
020555         MOVE 16 TO RETURN-CODE
020556         STOP RUN
020557     END-IF
020558     MOVE "Y"                   TO WS-LEDGER-SWITCH
020559     .
020560 1620-EXIT.
020561     EXIT.
020562*----------------------------------------------------------------*
020600* 2000-PROCESS-RETURN - HANDLE ONE DISPOSITION RECORD            *
020700*----------------------------------------------------------------*
020800 2000-PROCESS-RETURN.
025200 3000-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------*
025500* 3100-MATCH-AUDIT - SCAN THE AUDIT TRAIL FOR THE ROWS MATCHING  *
025600*                    THIS DISPOSITION'S RUN DATE AND HONOREE,    *
025650*                    COUNTING THEM (ONE ROW PER EVENT GREETED).  *
025700*                    THE TRAIL IS REOPENED PER FAILURE - FAILED  *
025800*                    DELIVERIES ARE RARE ENOUGH THAT A RESCAN    *
025900*                    BEATS HOLDING THE WHOLE TRAIL IN STORAGE.   *
026100 3100-MATCH-AUDIT.
026200     MOVE "N" TO WS-MATCH-SWITCH
026300     MOVE "N" TO WS-AUDIT-EOF-SWITCH
026350     MOVE ZERO TO WS-AUDIT-MATCH-COUNT
026400     OPEN INPUT GREET-AUDIT
026500     IF NOT AUDIT-STATUS-OK
026600         DISPLAY "UNABLE TO OPEN GREET-AUDIT - FILE STATUS = "
027000     END-IF
027100
027200     PERFORM 3110-SCAN-AUDIT THRU 3110-EXIT
027300         UNTIL AUDIT-EOF
027400     CLOSE GREET-AUDIT
027500     .
027600 3100-EXIT.
027700     EXIT.
027800*----------------------------------------------------------------*
027900* 3110-SCAN-AUDIT - READ ONE AUDIT ROW AND TEST FOR THE MATCH.   *
027950*                   THE FIRST MATCHING ROW SUPPLIES THE YEAR AND *
027960*                   EVENT; LATER ONES ARE ONLY COUNTED.          *
028000*----------------------------------------------------------------*
028100 3110-SCAN-AUDIT.
028200     READ GREET-AUDIT
028500         NOT AT END
028600             IF  GAU-RUN-DATE   = GRT-RUN-DATE
028700             AND GAU-HONOREE-ID = GRT-HONOREE-ID
028750                 ADD 1 TO WS-AUDIT-MATCH-COUNT
028760                 IF NOT AUDIT-MATCHED
028800                     MOVE "Y"       TO WS-MATCH-SWITCH
028900                     MOVE GAU-YEAR  TO WS-MATCHED-YEAR
028910                     MOVE GAU-EVENT-TYPE TO WS-MATCHED-EVENT
028920                     IF WS-MATCHED-EVENT = SPACES
028930                         MOVE "B"   TO WS-MATCHED-EVENT
028940                     END-IF
028950                 END-IF
029000             END-IF
029100     END-READ
029200     .
030994         WRITE UNDELIV-RPT-REC  FROM WS-UNDELIV-LINE
030996         GO TO 3200-EXIT
030998     END-IF
030999
031000     IF  GRT-MSG-PERSONAL
031001     AND GRT-HARD-BOUNCE
031002         PERFORM 3400-RECORD-BOUNCE THRU 3400-EXIT
031003         IF ADDRESS-SUPPRESSED
031004             ADD 1 TO WS-UNMATCHED-COUNT
031005             MOVE "HARD BOUNCE LIMIT - ADDRESS CLEARED"
031006                 TO UND-MESSAGE
031007             WRITE UNDELIV-RPT-REC FROM WS-UNDELIV-LINE
031008             GO TO 3200-EXIT
031009         END-IF
031010     END-IF
031011
031012*    A DISPOSITION CARRIES NO EVENT TYPE; WITH TWO EVENTS GREETED
031013*    THAT DAY THE WORDING TO REBUILD CANNOT BE TOLD APART.
031014     IF WS-AUDIT-MATCH-COUNT > 1
031015         ADD 1 TO WS-UNMATCHED-COUNT
031016         MOVE "MORE THAN ONE EVENT - NOT REQUEUED"
031017             TO UND-MESSAGE
031018         WRITE UNDELIV-RPT-REC  FROM WS-UNDELIV-LINE
031019         GO TO 3200-EXIT
031020     END-IF
031021
031022*    THE EVENT ROW MAY HAVE BEEN DELETED SINCE THE GREETING WENT
031024*    OUT; THE STANDARD WORDING FOR ITS TYPE IS USED THEN.
031030     MOVE HON-ID                TO HEV-HONOREE-ID
031040     MOVE WS-MATCHED-EVENT      TO HEV-EVENT-TYPE
031050     READ HONOREE-EVENT
031060         INVALID KEY
031070             MOVE SPACES        TO HEV-GREETING-TEXT
031080     END-READ
031090
031100     PERFORM 3300-LOOKUP-GREETING-TEXT THRU 3300-EXIT
031200
031300     MOVE SPACES TO WS-SUBJECT WS-BODY
031500            ", "                     DELIMITED BY SIZE
031600            FUNCTION TRIM (HON-NAME) DELIMITED BY SIZE
031700       INTO WS-SUBJECT
031710     IF WS-MATCHED-YEAR = ZERO
031720         MOVE WS-SUBJECT        TO WS-BODY
031730     ELSE
031800         STRING FUNCTION TRIM (WS-GREETING-TEXT)
031850                                    DELIMITED BY SIZE
031900                ", "                DELIMITED BY SIZE
032000                FUNCTION TRIM (HON-NAME) DELIMITED BY SIZE
032100                " ("                DELIMITED BY SIZE
032200                WS-MATCHED-YEAR     DELIMITED BY SIZE
032210                ")"                 DELIMITED BY SIZE
032220           INTO WS-BODY
032270     END-IF
032300
032400*    A PERSONAL COPY GOES BACK TO THE HONOREE'S OWN MAILBOX;
032410*    A LIST MESSAGE (OR A PRE-CHANGE ROW WITH SPACES IN
032420*    GRT-MSG-TYPE) GOES BACK TO THE DEPARTMENT'S LIST.
032430     IF GRT-MSG-PERSONAL
032440         MOVE HON-EMAIL-ADDR    TO EEX-DIST-LIST
032450         MOVE "P"               TO EEX-MSG-TYPE
032460     ELSE
032470         PERFORM 3250-LOOKUP-DEPT-LIST THRU 3250-EXIT
032480         MOVE "L"               TO EEX-MSG-TYPE
032490     END-IF
032500     MOVE WS-SUBJECT            TO EEX-SUBJECT
033300     .
033400 3200-EXIT.
033500     EXIT.
033502*----------------------------------------------------------------*
033504* 3250-LOOKUP-DEPT-LIST - ADDRESS A REQUEUED LIST MESSAGE TO THE *
033506*                         HONOREE'S DEPARTMENT LIST, FALLING     *
033508*                         BACK TO THE SHOP-WIDE LIST AS GREETING *
033510*                         DOES                                   *
033512*----------------------------------------------------------------*
033514 3250-LOOKUP-DEPT-LIST.
033516     MOVE WS-DIST-LIST          TO EEX-DIST-LIST
033518     IF HON-DEPT-CODE = SPACES
033520         GO TO 3250-EXIT
033522     END-IF
033524
033526     MOVE HON-DEPT-CODE         TO DPT-DEPT-CODE
033528     READ DEPT-CONTROL
033530         INVALID KEY
033532             GO TO 3250-EXIT
033534     END-READ
033536     IF DPT-DIST-LIST NOT = SPACES
033538         MOVE DPT-DIST-LIST     TO EEX-DIST-LIST
033540     END-IF
033542     .
033544 3250-EXIT.
033546     EXIT.
033600*----------------------------------------------------------------*
033700* 3300-LOOKUP-GREETING-TEXT - SAME LANGUAGE RULE AS GREETING:    *
033800*                             PREFERRED-LANGUAGE ROW, THEN SHOP  *
033900*                             DEFAULT LANGUAGE, THEN THE BUILT-IN *
033910*                             DEFAULT TEXT.                      *
033920*                             A SERVICE OR ANNIVERSARY EVENT     *
033930*                             TAKES ITS OWN WORDING OR THE       *
033940*                             STANDARD TEXT FOR ITS TYPE, AS A   *
033950*                             BIRTHDAY WITH NO GREETING-PARM     *
033960*                             ROW DOES                           *
034000*----------------------------------------------------------------*
034100 3300-LOOKUP-GREETING-TEXT.
034101     IF HEV-GREETING-TEXT NOT = SPACES
034102         MOVE HEV-GREETING-TEXT TO WS-FALLBACK-GREETING
034103     ELSE
034104         EVALUATE WS-MATCHED-EVENT
034105             WHEN "S"
034106                 MOVE WS-SERVICE-GREETING TO WS-FALLBACK-GREETING
034107             WHEN "A"
034108                 MOVE WS-ANNIV-GREETING   TO WS-FALLBACK-GREETING
034109             WHEN OTHER
034110                 MOVE WS-DEFAULT-GREETING TO WS-FALLBACK-GREETING
034111         END-EVALUATE
034112     END-IF
034113     IF WS-MATCHED-EVENT NOT = "B"
034114         MOVE WS-FALLBACK-GREETING TO WS-GREETING-TEXT
034115         GO TO 3300-EXIT
034116     END-IF
034117
034118     MOVE HON-LANG-CODE TO WS-LOOKUP-LANGUAGE
034120     IF WS-LOOKUP-LANGUAGE = SPACES
034130         MOVE WS-SHOP-LANGUAGE TO WS-LOOKUP-LANGUAGE
034140     END-IF
035110*----------------------------------------------------------------*
035120* 3310-LOOKUP-SHOP-LANG - NO ROW IN THE PREFERRED LANGUAGE: TRY  *
035130*                         THE SHOP DEFAULT LANGUAGE, AND FAILING *
035140*                         THAT USE THE FALLBACK TEXT             *
035150*----------------------------------------------------------------*
035160 3310-LOOKUP-SHOP-LANG.
035161     IF WS-LOOKUP-LANGUAGE = WS-SHOP-LANGUAGE
035162         MOVE WS-FALLBACK-GREETING TO WS-GREETING-TEXT
035163         GO TO 3310-EXIT
035164     END-IF
035165
035167     MOVE WS-SHOP-LANGUAGE TO GPM-LANGUAGE-CODE
035168     READ GREETING-PARM
035169         INVALID KEY
035170             MOVE WS-FALLBACK-GREETING TO WS-GREETING-TEXT
035171         NOT INVALID KEY
035172             MOVE GPM-GREETING-TEXT   TO WS-GREETING-TEXT
035173     END-READ
035174     .
035175 3310-EXIT.
035176     EXIT.
035177*----------------------------------------------------------------*
035178* 3400-RECORD-BOUNCE - COUNT A HARD BOUNCE OF A PERSONAL COPY    *
035179*                      AGAINST THE HONOREE'S ADDRESS ON FILE.    *
035180*                      THE COUNT RISES AT MOST ONCE PER          *
035181*                      PROCESSING DAY, SO A RERUN OF THE SAME    *
035182*                      RETURN FILE DOES NOT COUNT IT TWICE.  AT  *
035183*                      WS-BOUNCE-LIMIT THE ROW IS MARKED         *
035184*                      SUPPRESSED BEFORE THE HONOREE ROW IS      *
035185*                      CLEARED, SO A RESTART FINISHES THE JOB.   *
035186*----------------------------------------------------------------*
035187 3400-RECORD-BOUNCE.
035188     MOVE "N"                   TO WS-SUPPRESS-SWITCH
035189     MOVE "Y"                   TO WS-BOUNCE-ROW-SWITCH
035190     MOVE HON-ID                TO BNH-HONOREE-ID
035191     MOVE HON-EMAIL-ADDR        TO BNH-EMAIL-ADDR
035192     READ BOUNCE-HIST
035193         INVALID KEY
035194             MOVE "N"           TO WS-BOUNCE-ROW-SWITCH
035195     END-READ
035196     IF NOT BOUNCE-ROW-FOUND
035197         MOVE SPACES            TO BOUNCE-HIST-REC
035198         MOVE HON-ID            TO BNH-HONOREE-ID
035199         MOVE HON-EMAIL-ADDR    TO BNH-EMAIL-ADDR
035200         MOVE ZERO              TO BNH-BOUNCE-COUNT
035201         MOVE WS-PROCESS-DATE   TO BNH-FIRST-BOUNCE-DATE
035202         MOVE "N"               TO BNH-SUPPRESS-FLAG
035203     END-IF
035204
035205     IF BNH-LAST-BOUNCE-DATE NOT = WS-PROCESS-DATE
035206         ADD 1                  TO BNH-BOUNCE-COUNT
035207         ADD 1                  TO WS-BOUNCED-COUNT
035208         MOVE WS-PROCESS-DATE   TO BNH-LAST-BOUNCE-DATE
035209     END-IF
035210     MOVE GRT-RUN-DATE          TO BNH-LAST-GREET-DATE
035211     MOVE GRT-REASON            TO BNH-LAST-REASON
035212     IF BNH-BOUNCE-COUNT NOT < WS-BOUNCE-LIMIT
035213         MOVE "Y"               TO WS-SUPPRESS-SWITCH
035214         MOVE "Y"               TO BNH-SUPPRESS-FLAG
035215         MOVE WS-PROCESS-DATE   TO BNH-SUPPRESS-DATE
035216         MOVE BNH-BOUNCE-COUNT  TO WS-NEW-BAD-COUNT
035217         MOVE BNH-LAST-REASON   TO WS-NEW-BAD-REASON
035218     END-IF
035219
035220     IF BOUNCE-ROW-FOUND
035221         REWRITE BOUNCE-HIST-REC
035222     ELSE
035223         WRITE BOUNCE-HIST-REC
035224     END-IF
035225     IF NOT BOUNCE-STATUS-OK
035226         DISPLAY "UNABLE TO UPDATE BOUNCE-HIST - FILE STATUS = "
035227             WS-BOUNCE-STATUS
035228         MOVE 16 TO RETURN-CODE
035229         STOP RUN
035230     END-IF
035231
035232     IF ADDRESS-SUPPRESSED
035233         PERFORM 3500-SUPPRESS-ADDRESS THRU 3500-EXIT
035234     END-IF
035235     .
035236 3400-EXIT.
035237     EXIT.
035238*----------------------------------------------------------------*
035239* 3500-SUPPRESS-ADDRESS - CLEAR THE BOUNCING ADDRESS FROM THE    *
035240*                         HONOREE ROW, JOURNAL THE CHANGE UNDER  *
035241*                         THE BATCH OPERATOR SO IT SHOWS ON      *
035242*                         HONJRPT, AND HOLD IT FOR THE           *
035243*                         BAD-ADDRESS REPORT                     *
035244*----------------------------------------------------------------*
035245 3500-SUPPRESS-ADDRESS.
035246     MOVE HON-DEPT-CODE         TO WS-NEW-BAD-DEPT
035247     MOVE HON-ID                TO WS-NEW-BAD-ID
035248     MOVE HON-NAME              TO WS-NEW-BAD-NAME
035249     MOVE HON-EMAIL-ADDR        TO WS-NEW-BAD-ADDR
035250
035251     MOVE HONOREE-REC           TO WS-BEFORE-IMAGE
035252     MOVE SPACES                TO HON-EMAIL-ADDR
035253     MOVE HONOREE-REC           TO WS-AFTER-IMAGE
035254     REWRITE HONOREE-REC
035255     IF NOT HONOREE-STATUS-OK
035256         DISPLAY "UNABLE TO REWRITE HONOREE " WS-NEW-BAD-ID
035257             " - FILE STATUS = " WS-HONOREE-STATUS
035258         MOVE 16 TO RETURN-CODE
035259         STOP RUN
035260     END-IF
035261     MOVE "U"                   TO HJR-TRAN-TYPE
035262     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
035263     ADD 1                      TO WS-SUPPRESSED-COUNT
035264
035265     PERFORM 3600-HOLD-BAD-ADDRESS THRU 3600-EXIT
035266     .
035267 3500-EXIT.
035268     EXIT.
035269*----------------------------------------------------------------*
035270* 3600-HOLD-BAD-ADDRESS - INSERT THE SUPPRESSED ADDRESS INTO THE *
035271*                         TABLE AT ITS DEPARTMENT/HON-ID SLOT.   *
035272*                         A FULL TABLE ONLY COSTS THE REPORT     *
035273*                         LINE - THE ADDRESS IS ALREADY CLEARED  *
035274*                         AND JOURNALED - SO THE RUN GOES ON     *
035275*                         WITH A WARNING RETURN CODE.            *
035276*----------------------------------------------------------------*
035277 3600-HOLD-BAD-ADDRESS.
035278     IF WS-BAD-COUNT NOT < WS-BAD-MAX
035279         ADD 1                  TO WS-BAD-OVERFLOW-COUNT
035280         MOVE 4                 TO RETURN-CODE
035281         GO TO 3600-EXIT
035282     END-IF
035283
035284     MOVE "N"                   TO WS-SLOT-SWITCH
035285     MOVE 1                     TO WS-INS-IX
035286     PERFORM 3610-FIND-BAD-SLOT THRU 3610-EXIT
035287         UNTIL INSERT-SLOT-FOUND
035288            OR WS-INS-IX > WS-BAD-COUNT
035289
035290     MOVE WS-BAD-COUNT          TO WS-SHIFT-IX
035291     PERFORM 3620-SHIFT-BAD-ENTRY THRU 3620-EXIT
035292         UNTIL WS-SHIFT-IX < WS-INS-IX
035293
035294     ADD 1                      TO WS-BAD-COUNT
035295     MOVE WS-NEW-BAD-ENTRY      TO WS-BAD-ENTRY (WS-INS-IX)
035296     .
035297 3600-EXIT.
035298     EXIT.
035299*----------------------------------------------------------------*
035300* 3610-FIND-BAD-SLOT - FIND THE FIRST ENTRY THAT SORTS AFTER THE *
035301*                      NEW ONE                                   *
035302*----------------------------------------------------------------*
035303 3610-FIND-BAD-SLOT.
035304     IF BAD-SORT-KEY (WS-INS-IX) > WS-NEW-BAD-KEY
035305         MOVE "Y"               TO WS-SLOT-SWITCH
035306     ELSE
035307         ADD 1                  TO WS-INS-IX
035308     END-IF
035309     .
035310 3610-EXIT.
035311     EXIT.
035312*----------------------------------------------------------------*
035313* 3620-SHIFT-BAD-ENTRY - SHIFT ONE ENTRY DOWN TO OPEN THE SLOT   *
035314*----------------------------------------------------------------*
035315 3620-SHIFT-BAD-ENTRY.
035316     MOVE WS-BAD-ENTRY (WS-SHIFT-IX)
035317       TO WS-BAD-ENTRY (WS-SHIFT-IX + 1)
035318     SUBTRACT 1 FROM WS-SHIFT-IX
035319     .
035320 3620-EXIT.
035321     EXIT.
035322*----------------------------------------------------------------*
035323* 6000-WRITE-JOURNAL - WRITE ONE CHANGE-JOURNAL ROW.  THE CALLER *
035324*                      SETS HJR-TRAN-TYPE, WS-BEFORE-IMAGE AND   *
035325*                      WS-AFTER-IMAGE BEFORE THE REWRITE, SINCE  *
035326*                      THE RECORD AREA IS UNDEFINED AFTERWARD.   *
035327*----------------------------------------------------------------*
035328 6000-WRITE-JOURNAL.
035329     PERFORM 6100-SET-TIMESTAMP  THRU 6100-EXIT
035330     MOVE WS-JRNL-DATE          TO HJR-RUN-DATE
035331     MOVE WS-JRNL-TIME          TO HJR-TIME
035332     MOVE WS-BATCH-OPERATOR     TO HJR-OPERATOR-ID
035333     MOVE WS-BEFORE-IMAGE       TO HJR-BEFORE-IMAGE
035334     MOVE WS-AFTER-IMAGE        TO HJR-AFTER-IMAGE
035335     WRITE HONOREE-JRNL-REC
035336     .
035337 6000-EXIT.
035338     EXIT.
035339*----------------------------------------------------------------*
035340* 6100-SET-TIMESTAMP - CURRENT DATE (MM/DD/CCYY) AND TIME        *
035341*                      (HH:MM:SS) IN THE JOURNAL'S FORM          *
035342*----------------------------------------------------------------*
035343 6100-SET-TIMESTAMP.
035344     MOVE FUNCTION CURRENT-DATE TO WS-JRNL-TODAY
035345     STRING WS-JRNL-TODAY (5:2)  DELIMITED BY SIZE
035346            "/"                  DELIMITED BY SIZE
035347            WS-JRNL-TODAY (7:2)  DELIMITED BY SIZE
035348            "/"                  DELIMITED BY SIZE
035349            WS-JRNL-TODAY (1:4)  DELIMITED BY SIZE
035350       INTO WS-JRNL-DATE
035351     STRING WS-JRNL-TODAY (9:2)  DELIMITED BY SIZE
035352            ":"                  DELIMITED BY SIZE
035353            WS-JRNL-TODAY (11:2) DELIMITED BY SIZE
035354            ":"                  DELIMITED BY SIZE
035355            WS-JRNL-TODAY (13:2) DELIMITED BY SIZE
035356       INTO WS-JRNL-TIME
035357     .
035358 6100-EXIT.
035359     EXIT.
035360*----------------------------------------------------------------*
035361* 8000-PRINT-BAD-ADDRESSES - ONE SECTION PER DEPARTMENT, HEADED  *
035362*                            BY ITS GREETING COORDINATOR, LISTING*
035363*                            THE ADDRESSES SUPPRESSED THIS RUN   *
035364*----------------------------------------------------------------*
035365 8000-PRINT-BAD-ADDRESSES.
035366     MOVE WS-PROCESS-DATE       TO BTL-RUN-DATE
035367     WRITE BAD-ADDRESS-RPT-REC  FROM WS-BAD-TITLE
035368
035369     IF WS-BAD-COUNT = ZERO
035370     AND WS-BAD-OVERFLOW-COUNT = ZERO
035371         MOVE SPACES            TO BAD-ADDRESS-RPT-REC
035372         WRITE BAD-ADDRESS-RPT-REC
035373         MOVE "NO ADDRESSES SUPPRESSED THIS RUN"
035374             TO BAD-ADDRESS-RPT-REC
035375         WRITE BAD-ADDRESS-RPT-REC
035376         GO TO 8000-EXIT
035377     END-IF
035378
035379     PERFORM 8100-PRINT-ONE-BAD THRU 8100-EXIT
035380         VARYING WS-BAD-IX FROM 1 BY 1
035381         UNTIL WS-BAD-IX > WS-BAD-COUNT
035382
035383     IF WS-BAD-OVERFLOW-COUNT > ZERO
035384         MOVE SPACES            TO BAD-ADDRESS-RPT-REC
035385         WRITE BAD-ADDRESS-RPT-REC
035386         MOVE WS-BAD-OVERFLOW-COUNT TO BML-COUNT
035387         MOVE " MORE SUPPRESSED - NOT LISTED HERE, SEE HONJRPT"
035388             TO BML-TEXT
035389         WRITE BAD-ADDRESS-RPT-REC FROM WS-BAD-MESSAGE-LINE
035390     END-IF
035391     .
035392 8000-EXIT.
035393     EXIT.
035394*----------------------------------------------------------------*
035395* 8100-PRINT-ONE-BAD - HEADINGS AT EACH CHANGE OF DEPARTMENT,    *
035396*                      THEN THE ADDRESS LINE                     *
035397*----------------------------------------------------------------*
035398 8100-PRINT-ONE-BAD.
035399     IF WS-BAD-IX = 1
035400         PERFORM 8200-PRINT-DEPT-HEADING THRU 8200-EXIT
035401     ELSE
035402         IF BAD-DEPT-CODE (WS-BAD-IX) NOT =
035403            BAD-DEPT-CODE (WS-BAD-IX - 1)
035404             PERFORM 8200-PRINT-DEPT-HEADING THRU 8200-EXIT
035405         END-IF
035406     END-IF
035407
035408     MOVE BAD-HONOREE-ID   (WS-BAD-IX) TO BDL-HONOREE-ID
035409     MOVE BAD-HONOREE-NAME (WS-BAD-IX) TO BDL-HONOREE-NAME
035410     MOVE BAD-EMAIL-ADDR   (WS-BAD-IX) TO BDL-EMAIL-ADDR
035411     MOVE BAD-BOUNCE-COUNT (WS-BAD-IX) TO BDL-BOUNCE-COUNT
035412     MOVE BAD-LAST-REASON  (WS-BAD-IX) TO BDL-LAST-REASON
035413     WRITE BAD-ADDRESS-RPT-REC  FROM WS-BAD-DETAIL-LINE
035414     .
035415 8100-EXIT.
035416     EXIT.
035417*----------------------------------------------------------------*
035418* 8200-PRINT-DEPT-HEADING - DEPARTMENT AND COORDINATOR FROM      *
035419*                           DEPT-CONTROL.  A BLANK OR UNKNOWN    *
035420*                           CODE IS LABELLED AS GREETING DOES    *
035421*----------------------------------------------------------------*
035422 8200-PRINT-DEPT-HEADING.
035423     MOVE BAD-DEPT-CODE (WS-BAD-IX) TO BDH-DEPT-CODE
035424     MOVE SPACES                TO BCH-COORD-NAME
035425                                   BCH-COORD-MAILBOX
035426     IF BDH-DEPT-CODE = SPACES
035427         MOVE "(NO DEPARTMENT ASSIGNED)" TO BDH-DEPT-NAME
035428     ELSE
035429         MOVE BDH-DEPT-CODE     TO DPT-DEPT-CODE
035430         READ DEPT-CONTROL
035431             INVALID KEY
035432                 MOVE "(NOT ON DEPARTMENT FILE)" TO BDH-DEPT-NAME
035433             NOT INVALID KEY
035434                 MOVE DPT-DEPT-NAME     TO BDH-DEPT-NAME
035435                 MOVE DPT-COORD-NAME    TO BCH-COORD-NAME
035436                 MOVE DPT-COORD-MAILBOX TO BCH-COORD-MAILBOX
035437         END-READ
035438     END-IF
035439
035440     MOVE SPACES                TO BAD-ADDRESS-RPT-REC
035441     WRITE BAD-ADDRESS-RPT-REC
035442     WRITE BAD-ADDRESS-RPT-REC  FROM WS-BAD-DEPT-HEADING
035443     WRITE BAD-ADDRESS-RPT-REC  FROM WS-BAD-COORD-HEADING
035444     WRITE BAD-ADDRESS-RPT-REC  FROM WS-BAD-COLUMN-HEADING
035445     .
035446 8200-EXIT.
035447     EXIT.
035448*----------------------------------------------------------------*
035449* 9000-TERMINATE - WRITE CONTROL TOTALS AND CLOSE FILES          *
035450*----------------------------------------------------------------*
035500 9000-TERMINATE.
035600     MOVE "DISPOSITIONS READ......:" TO TOT-LABEL
035700     MOVE WS-RETURN-READ-COUNT  TO TOT-COUNT
037010     MOVE "UNRECOGNIZED...........:" TO TOT-LABEL
037020     MOVE WS-UNRECOG-COUNT      TO TOT-COUNT
037030     WRITE UNDELIV-RPT-REC      FROM WS-TOTAL-LINE
037035     MOVE "HARD BOUNCES COUNTED...:" TO TOT-LABEL
037040     MOVE WS-BOUNCED-COUNT      TO TOT-COUNT
037045     WRITE UNDELIV-RPT-REC      FROM WS-TOTAL-LINE
037050     MOVE "ADDRESSES SUPPRESSED...:" TO TOT-LABEL
037055     MOVE WS-SUPPRESSED-COUNT   TO TOT-COUNT
037060     WRITE UNDELIV-RPT-REC      FROM WS-TOTAL-LINE
037065
037070     PERFORM 8000-PRINT-BAD-ADDRESSES THRU 8000-EXIT
037100
037200     CLOSE GATEWAY-RETURN-FILE
037300     CLOSE HONOREE-FILE
037400     CLOSE GREETING-PARM
037450     CLOSE HONOREE-EVENT
037460     CLOSE DEPT-CONTROL
037470     CLOSE BOUNCE-HIST
037480     CLOSE HONOREE-JRNL
037500     CLOSE EMAIL-EXTRACT
037600     CLOSE UNDELIV-RPT
037650     CLOSE BAD-ADDRESS-RPT
037660     PERFORM 9500-END-LEDGER-ROW  THRU 9500-EXIT
037700     .
037800 9000-EXIT.
037900     EXIT.
038000*----------------------------------------------------------------*
038100* 9500-END-LEDGER-ROW - REWRITE THIS STEP'S LEDGER ROW WITH THE  *
038200*                       END TIME, THE FINAL RETURN CODE AND THE  *
038300*                       RUN COUNTS - COMPLETED BELOW RETURN CODE *
038400*                       8, FAILED AT 8 OR ABOVE                  *
038500*----------------------------------------------------------------*
038600 9500-END-LEDGER-ROW.
038700     IF NOT LEDGER-ROW-STARTED
038800         GO TO 9500-EXIT
038900     END-IF
039000     PERFORM 6100-SET-TIMESTAMP THRU 6100-EXIT
039100     OPEN I-O RUN-CONTROL
039200     IF NOT RUNCTL-STATUS-OK
039300         DISPLAY "UNABLE TO OPEN RUN-CONTROL - FILE STATUS = "
039400             WS-RUNCTL-STATUS
039500         DISPLAY "LEDGER ROW FOR " WS-STEP-NAME " "
039600             WS-BUSINESS-DATE " IS LEFT AT STARTED"
039700         MOVE 16 TO RETURN-CODE
039800         GO TO 9500-EXIT
039900     END-IF
040000
040100     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
040200     MOVE WS-STEP-NAME          TO RCL-STEP-NAME
040300     READ RUN-CONTROL
040400         INVALID KEY
040500             DISPLAY "LEDGER ROW FOR " WS-STEP-NAME " "
040600                 WS-BUSINESS-DATE " IS MISSING - END NOT RECORDED"
040700             CLOSE RUN-CONTROL
040800             MOVE 16 TO RETURN-CODE
040900             GO TO 9500-EXIT
041000     END-READ
041100
041200     MOVE RETURN-CODE           TO RCL-RETURN-CODE
041300     IF RETURN-CODE < 8
041400         MOVE "C"               TO RCL-STEP-STATUS
041500     ELSE
041600         MOVE "F"               TO RCL-STEP-STATUS
041700     END-IF
041800     MOVE WS-JRNL-DATE          TO RCL-END-DATE
041900     MOVE WS-JRNL-TIME          TO RCL-END-TIME
042000     MOVE WS-RETURN-READ-COUNT  TO RCL-INPUT-COUNT
042100     MOVE WS-FAILED-COUNT       TO RCL-PROCESSED-COUNT
042200     MOVE WS-REQUEUED-COUNT     TO RCL-OUTPUT-COUNT
042300     REWRITE RUN-CONTROL-REC
042400     IF NOT RUNCTL-STATUS-OK
042500         DISPLAY "UNABLE TO LEDGER THE END OF " WS-STEP-NAME
042600             " - FILE STATUS = " WS-RUNCTL-STATUS
042700         MOVE 16 TO RETURN-CODE
042800     END-IF
042900     CLOSE RUN-CONTROL
043000     .
043100 9500-EXIT.
043200     EXIT.
