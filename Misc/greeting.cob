000769*                  THE RIGHT ADDRESS.  EEX-DIST-LIST WIDENED       *
000771*                  30 -> 40 WITH THE COPYBOOK SO A FULL            *
000772*                  HON-EMAIL-ADDR IS NO LONGER TRUNCATED.          *
000773* 10/15/2026 RC    GREET BY HONOREE-EVENT ROW - EACH HONOREE MAY   *
000774*                  NOW CARRY A BIRTHDAY, A SERVICE ANNIVERSARY     *
000775*                  AND A COMPANY/HISTORICAL ANNIVERSARY, EACH      *
000776*                  WITH ITS OWN DATE AND WORDING.  THE XREF AND    *
000777*                  THE DUE TABLE CARRY THE EVENT TYPE, THE DUE     *
000778*                  DATE AND YEAR COUNT COME FROM THE EVENT ROW,    *
000779*                  AND GAU-EVENT-TYPE RECORDS WHICH EVENT WAS      *
000780*                  GREETED.  A BIRTHDAY STILL TAKES ITS WORDING    *
000781*                  FROM GREETING-PARM FIRST; A SERVICE OR          *
000782*                  ANNIVERSARY EVENT USES ITS OWN WORDING OR THE   *
000783*                  STANDARD TEXT FOR THE TYPE.  ONLY SERVICE AND   *
000784*                  ANNIVERSARY EVENTS ARE MILESTONES.  THE         *
000785*                  CHECKPOINT NOW HOLDS THE LAST EVENT TYPE AS     *
000786*                  WELL AS THE LAST HONOREE-ID.                    *
000787* 10/15/2026 RC    LOOK EACH DEPARTMENT UP ON THE NEW DEPT-CONTROL *
000788*                  FILE AT THE BURST - THE DEPARTMENT NAME, SITE,  *
000789*                  AND COORDINATOR PRINT ON THE SECTION HEADING    *
000790*                  AND THE NAME ON EVERY PAGE HEADING, AND THE "L" *
000791*                  ANNOUNCEMENT EXTRACT GOES TO THE DEPARTMENT'S   *
000792*                  OWN DISTRIBUTION LIST.  A BLANK OR UNKNOWN      *
000793*                  CODE, OR A DEPARTMENT WITH NO LIST, STAYS ON    *
000794*                  THE SHOP-WIDE LIST.                             *
000795* 10/15/2026 RC    RUN-CONTROL LEDGER - BEFORE ANYTHING IS READ    *
000796*                  THE RUN CHECKS THE NEW RUN-CONTROL FILE AND     *
000797*                  STOPS WITH RETURN CODE 12 UNLESS HONXREF        *
000798*                  COMPLETED FOR TODAY'S BUSINESS DATE (NO         *
000799*                  GREETING FROM A STALE XREF) AND TODAY'S         *
000800*                  GREETING HAS NOT ALREADY RUN TO ITS END.  A RUN *
000801*                  LEFT AT STARTED BY AN ABEND STILL RESTARTS FROM *
000802*                  GREETCKP; A FINISHED DAY NEEDS A RERUN          *
000803*                  AUTHORIZED THROUGH RUNCTLU, SO CLEARING         *
000804*                  GREETCKP CAN NO LONGER MAIL THE DAY TWICE.  THE *
000805*                  START, END, RETURN CODE AND COUNTS ARE          *
000806*                  LEDGERED.                                       *
000807*================================================================*
000808 ENVIRONMENT DIVISION.
000809 CONFIGURATION SECTION.
000810 SOURCE-COMPUTER.  IBM-370.
000811 OBJECT-COMPUTER.  IBM-370.
000812 INPUT-OUTPUT SECTION.
000813 FILE-CONTROL.
000814     SELECT HONOREE-FILE       ASSIGN TO HONORFIL
000815                               ORGANIZATION IS INDEXED
000816                               ACCESS MODE IS RANDOM
000817                               RECORD KEY IS HON-ID
000820                               FILE STATUS IS WS-HONOREE-STATUS.
000822
000823     SELECT HONOREE-EVENT      ASSIGN TO HONEVENT
000824                               ORGANIZATION IS INDEXED
000825                               ACCESS MODE IS RANDOM
000826                               RECORD KEY IS HEV-EVENT-KEY
000827                               FILE STATUS IS WS-EVENT-STATUS.
000828
000829     SELECT ANNIV-XREF         ASSIGN TO ANIVXREF
000830                               ORGANIZATION IS INDEXED
000831                               ACCESS MODE IS DYNAMIC
000832                               RECORD KEY IS AXR-XREF-KEY
000833                               FILE STATUS IS WS-XREF-STATUS.
000836
000840     SELECT GREETING-RPT       ASSIGN TO GREETRPT
000850                               ORGANIZATION IS LINE SEQUENTIAL.
001064     SELECT SHOP-CALENDAR      ASSIGN TO SHOPCAL
001066                               ORGANIZATION IS LINE SEQUENTIAL
001068                               FILE STATUS IS WS-SHOPCAL-STATUS.
001069
001070     SELECT DEPT-CONTROL       ASSIGN TO DEPTCTL
001071                               ORGANIZATION IS INDEXED
001072                               ACCESS MODE IS RANDOM
001073                               RECORD KEY IS DPT-DEPT-CODE
001074                               FILE STATUS IS WS-DEPTCTL-STATUS.
001075
001076     SELECT RUN-CONTROL        ASSIGN TO RUNCTL
001077                               ORGANIZATION IS INDEXED
001078                               ACCESS MODE IS RANDOM
001079                               RECORD KEY IS RCL-RUN-KEY
001080                               FILE STATUS IS WS-RUNCTL-STATUS.
001081*================================================================*
001082 DATA DIVISION.
001090 FILE SECTION.
001100*----------------------------------------------------------------*
001110* HONOREE-FILE - ONE RECORD PER PERSON OR ANNIVERSARY RECOGNIZED *
001140     RECORDING MODE IS F.
001150     COPY HONOREE.
001151*----------------------------------------------------------------*
001152* HONOREE-EVENT - THE BIRTHDAY, SERVICE AND ANNIVERSARY ROWS OF  *
001153* EACH HONOREE, READ BY KEY FOR EVERY XREF ROW FETCHED           *
001154*----------------------------------------------------------------*
001155 FD  HONOREE-EVENT
001156     RECORDING MODE IS F.
001157     COPY HONEVENT.
001158*----------------------------------------------------------------*
001159* ANNIV-XREF - THE NIGHTLY ANNIVERSARY CROSS-REFERENCE BUILT BY  *
001160* HONXREF, KEYED BY GREET MONTH/DAY, HONOREE-ID AND EVENT TYPE,  *
001161* COLLECTION PASS TOUCHES ONLY THE HONOREES DUE THIS RUN         *
001162*----------------------------------------------------------------*
001163 FD  ANNIV-XREF
001164     RECORDING MODE IS F.
001165     COPY ANNIVXRF.
001166*----------------------------------------------------------------*
001170* GREETING-RPT - THE PRINTED DAILY REPORT FOR THE OFFICE BOARD:   *
001180* PAGE HEADINGS, ONE BOXED CARD PER HONOREE, MILESTONE SECTION    *
001190* AND CONTROL TOTALS ON THE TRAILER PAGE                          *
001390     05  EXC-MESSAGE            PIC X(60)  VALUE
001400         "RUN DATE IS NOT A VALID CALENDAR DATE - RUN SKIPPED".
001410*----------------------------------------------------------------*
001420* CHECKPOINT-FILE - SINGLE RECORD HOLDING THE LAST HONOREE-ID AND *
001430* EVENT COMPLETED, SO A RESTART CAN RESUME WITHOUT REPROCESSING   *
001440*----------------------------------------------------------------*
001450 FD  CHECKPOINT-FILE
001460     RECORDING MODE IS F.
001470 01  CHECKPOINT-REC.
001480     05  CKP-LAST-HONOREE-ID    PIC X(06).
001490     05  CKP-RUN-DATE           PIC X(10).
001495     05  CKP-LAST-EVENT-TYPE    PIC X(01).
001500     05  FILLER                 PIC X(33)  VALUE SPACES.
001510*----------------------------------------------------------------*
001520* EMAIL-EXTRACT - POLLED BY THE SHOP'S EMAIL GATEWAY JOB AND      *
001525* SENT TO EACH DEPARTMENT'S ANNOUNCEMENT LIST (OR THE STANDING   *
001530* SHOP-WIDE BIRTHDAY LIST) AND TO THE HONOREE'S OWN MAILBOX      *
001540*----------------------------------------------------------------*
001550 FD  EMAIL-EXTRACT
001560     RECORDING MODE IS F.
001639 01  SHOP-CALENDAR-REC.
001640     05  SCL-CLOSED-DATE        PIC X(10).
001641     05  FILLER                 PIC X(70).
001642*----------------------------------------------------------------*
001643* DEPT-CONTROL - DEPARTMENT NAME, COORDINATOR, AND ANNOUNCEMENT  *
001644* LIST, LOOKED UP AT EACH DEPARTMENT BREAK                       *
001645*----------------------------------------------------------------*
001646 FD  DEPT-CONTROL
001647     RECORDING MODE IS F.
001648     COPY DEPTCTL.
001649*----------------------------------------------------------------*
001650* RUN-CONTROL - THE BATCH CYCLE LEDGER: HONXREF MUST HAVE        *
001651* COMPLETED FOR THE RUN DATE, AND THIS RUN'S OWN START AND END   *
001652* ARE RECORDED                                                   *
001653*----------------------------------------------------------------*
001654 FD  RUN-CONTROL
001655     RECORDING MODE IS F.
001656     COPY RUNCTL.
001657 WORKING-STORAGE SECTION.
001658*----------------------------------------------------------------*
001660* RUN-DATE WORK AREAS                                            *
001670*----------------------------------------------------------------*
001680 77  WS-TODAY                   PIC X(21).
001790     88  HONOREE-STATUS-OK              VALUE "00".
001792 77  WS-XREF-STATUS             PIC X(02).
001794     88  XREF-STATUS-OK                  VALUE "00".
001796 77  WS-EVENT-STATUS            PIC X(02).
001798     88  EVENT-STATUS-OK                 VALUE "00".
001800 77  WS-XREF-EOF-SWITCH         PIC X(01)  VALUE "N".
001810     88  XREF-SCAN-DONE                  VALUE "Y".
001812 77  WS-SCAN-GDT-IX             PIC 9(02)  COMP.
002075 77  WS-MONTH-LIMIT             PIC 9(02).
002076*----------------------------------------------------------------*
002077* DUE-HONOREE TABLE - THE COLLECTION PHASE INSERTS EVERY DUE     *
002078* HONOREE EVENT IN DEPARTMENT ORDER (HON-ID AND EVENT TYPE       *
002079* WITHIN DEPARTMENT) SO THE PRINT PHASE CAN BURST THE REPORT BY  *
002080* DEPARTMENT.  THE ORDER IS DETERMINISTIC, SO A SAME-DAY RESTART *
002081* RESUMES AFTER THE CHECKPOINTED HONOREE EVENT IN THE SAME ORDER.*
002082*----------------------------------------------------------------*
002083 01  WS-DUE-TABLE.
002084     05  WS-DUE-ENTRY           OCCURS 500 TIMES.
002085         10  DUE-SORT-KEY.
002086             15  DUE-DEPT-CODE  PIC X(03).
002087             15  DUE-HONOREE-ID PIC X(06).
002088             15  DUE-EVENT-TYPE PIC X(01).
002089         10  DUE-YEAR           PIC 9(04).
002090         10  DUE-EARLY-FLAG     PIC X(01).
002091         10  DUE-DATE-PRINT     PIC X(10).
002092 01  WS-NEW-DUE-ENTRY.
002093     05  WS-NEW-SORT-KEY.
002094         10  WS-NEW-DEPT-CODE   PIC X(03).
002095         10  WS-NEW-HONOREE-ID  PIC X(06).
002096         10  WS-NEW-EVENT-TYPE  PIC X(01).
002097 77  WS-DUE-MAX                 PIC 9(03)  COMP  VALUE 500.
002098 77  WS-DUE-COUNT               PIC 9(03)  COMP  VALUE ZERO.
002099 77  WS-DUE-IX                  PIC 9(03)  COMP.
002100 77  WS-INS-IX                  PIC 9(03)  COMP.
002101 77  WS-SHIFT-IX                PIC 9(03)  COMP.
002102 77  WS-START-IX                PIC 9(03)  COMP  VALUE 1.
002103 77  WS-SLOT-SWITCH             PIC X(01).
002104     88  INSERT-SLOT-FOUND               VALUE "Y".
002105*----------------------------------------------------------------*
002106* DEPARTMENT CONTROL-BREAK WORK AREAS AND PER-DEPARTMENT TOTALS  *
002107*----------------------------------------------------------------*
002108 77  WS-CURRENT-DEPT            PIC X(03).
002109 77  WS-CURRENT-DEPT-NAME       PIC X(30).
002110 77  WS-CURRENT-DIST-LIST       PIC X(40).
002111 77  WS-DEPTCTL-STATUS          PIC X(02).
002112     88  DEPTCTL-STATUS-OK              VALUE "00".
002113 77  WS-DEPT-SWITCH             PIC X(01)  VALUE "N".
002114     88  DEPT-SECTION-OPEN               VALUE "Y".
002115 77  WS-DEPT-GREETED-COUNT      PIC 9(05)  COMP  VALUE ZERO.
002116 77  WS-DEPT-MILESTONE-COUNT    PIC 9(05)  COMP  VALUE ZERO.
002117 77  WS-DEPT-EXTRACT-COUNT      PIC 9(05)  COMP  VALUE ZERO.
002118 01  WS-DEPT-HEADING.
002119     05  FILLER                 PIC X(12)  VALUE "DEPARTMENT: ".
002120     05  DPH-DEPT-CODE          PIC X(03).
002121     05  FILLER                 PIC X(03)  VALUE " - ".
002122     05  DPH-DEPT-NAME          PIC X(30).
002123     05  FILLER                 PIC X(08)  VALUE "  SITE: ".
002124     05  DPH-SITE               PIC X(20).
002125     05  FILLER                 PIC X(15)  VALUE
002126         "  COORDINATOR: ".
002127     05  DPH-COORD-NAME         PIC X(30).
002128     05  FILLER                 PIC X(11)  VALUE SPACES.
002129 01  WS-DEPT-TOTAL-HEADER.
002130     05  FILLER                 PIC X(11)  VALUE "DEPARTMENT ".
002131     05  DTH-DEPT-CODE          PIC X(03).
002132     05  FILLER                 PIC X(07)  VALUE " TOTALS".
002133     05  FILLER                 PIC X(111) VALUE SPACES.
002134*----------------------------------------------------------------*
002135* CHECKPOINT/RESTART WORK AREAS                                   *
002136*----------------------------------------------------------------*
002137 77  WS-CKPT-KEY                PIC 9(04)  COMP  VALUE 1.
002138 77  WS-CKPT-STATUS             PIC X(02).
002139     88  CKPT-STATUS-OK                  VALUE "00".
002140     88  CKPT-STATUS-NOT-FOUND           VALUE "35" "23".
002141 77  WS-START-KEY               PIC X(06)  VALUE LOW-VALUES.
002142 77  WS-START-EVENT             PIC X(01)  VALUE LOW-VALUES.
002143 77  WS-RESTART-SWITCH          PIC X(01)  VALUE "N".
002144     88  SAME-DAY-RESTART                VALUE "Y".
002145*----------------------------------------------------------------*
002150* EMAIL GATEWAY CONSTANTS                                         *
002160*----------------------------------------------------------------*
002170 77  WS-DIST-LIST               PIC X(30)
002470 77  WS-GREETED-COUNT           PIC 9(07)  COMP  VALUE ZERO.
002480 77  WS-MILESTONE-COUNT         PIC 9(07)  COMP  VALUE ZERO.
002490 77  WS-EXTRACT-COUNT           PIC 9(07)  COMP  VALUE ZERO.
002491*----------------------------------------------------------------*
002492* RUN-CONTROL LEDGER WORK AREAS                                  *
002493*----------------------------------------------------------------*
002494 77  WS-RUNCTL-STATUS           PIC X(02).
002495     88  RUNCTL-STATUS-OK               VALUE "00".
002496     88  RUNCTL-NOT-FOUND               VALUE "35".
002497 77  WS-STEP-NAME               PIC X(08)  VALUE "GREETING".
002498 77  WS-PRED-STEP               PIC X(08).
002499 77  WS-BUSINESS-DATE           PIC X(10).
002500 77  WS-BUSINESS-YMD            PIC X(08).
002501 77  WS-LEDGER-TODAY            PIC X(21).
002502 77  WS-LEDGER-DATE             PIC X(10).
002503 77  WS-LEDGER-TIME             PIC X(08).
002504 77  WS-LEDGER-ROW-SWITCH       PIC X(01)  VALUE "N".
002505     88  LEDGER-ROW-ON-FILE             VALUE "Y".
002506 77  WS-LEDGER-SWITCH           PIC X(01)  VALUE "N".
002507     88  LEDGER-ROW-STARTED             VALUE "Y".
002508*----------------------------------------------------------------*
002510* PRINT CONTROL AND REPORT LINE WORK AREAS                       *
002520*----------------------------------------------------------------*
002530 77  WS-LINE-COUNT              PIC 9(03)  COMP  VALUE ZERO.
002612     05  FILLER                 PIC X(02)  VALUE SPACES.
002614     05  PHD-DEPT-LABEL         PIC X(12).
002616     05  PHD-DEPT-CODE          PIC X(03).
002618     05  FILLER                 PIC X(01)  VALUE SPACES.
002620     05  PHD-DEPT-NAME          PIC X(30).
002622     05  FILLER                 PIC X(16)  VALUE SPACES.
002630     05  FILLER                 PIC X(06)  VALUE "PAGE: ".
002640     05  PHD-PAGE-NO            PIC ZZZ9.
002650     05  FILLER                 PIC X(06)  VALUE SPACES.
002900 77  WS-GRTPARM-STATUS          PIC X(02).
002910     88  GRTPARM-STATUS-OK              VALUE "00".
002920 77  WS-DEFAULT-GREETING        PIC X(40)  VALUE "HAPPY BIRTHDAY".
002922 77  WS-SERVICE-GREETING        PIC X(40)
002924     VALUE "HAPPY WORK ANNIVERSARY".
002926 77  WS-ANNIV-GREETING          PIC X(40)
002927     VALUE "HAPPY ANNIVERSARY".
002928 77  WS-FALLBACK-GREETING       PIC X(40).
002930 77  WS-GREETING-TEXT           PIC X(40).
002940*----------------------------------------------------------------*
002950* SHOP DEFAULT LANGUAGE - USED WHEN A HONOREE HAS NO PREFERRED   *
003100     STOP RUN
003110     .
003120*----------------------------------------------------------------*
003125* 1000-INITIALIZE - OPEN FILES, COMPUTE TODAY'S RUN DATE, AND    *
003130*                   CHECK THE RUN-CONTROL LEDGER BEFORE ANY      *
003135*                   OUTPUT FILE IS OPENED                        *
003140*----------------------------------------------------------------*
003150 1000-INITIALIZE.
003160     OPEN INPUT  HONOREE-FILE
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF
003221     OPEN INPUT  HONOREE-EVENT
003222     IF NOT EVENT-STATUS-OK
003223         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
003224             WS-EVENT-STATUS
003225         MOVE 16 TO RETURN-CODE
003226         STOP RUN
003227     END-IF
003230     OPEN EXTEND GREET-AUDIT
003240     OPEN EXTEND EXCEPTION-RPT
003250     OPEN INPUT  GREETING-PARM
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF
003311     OPEN INPUT  DEPT-CONTROL
003312     IF NOT DEPTCTL-STATUS-OK
003313         DISPLAY "UNABLE TO OPEN DEPT-CONTROL - FILE STATUS = "
003314             WS-DEPTCTL-STATUS
003315         MOVE 16 TO RETURN-CODE
003316         STOP RUN
003317     END-IF
003320
003330     MOVE ZERO                 TO RETURN-CODE
003340
003470     PERFORM 1200-VALIDATE-RUN-DATE THRU 1200-EXIT
003480
003490     IF RUN-DATE-VALID
003491         MOVE WS-PRINT-DATE     TO WS-BUSINESS-DATE
003492         PERFORM 1600-CHECK-RUN-LEDGER  THRU 1600-EXIT
003493         PERFORM 1250-LOAD-CALENDAR     THRU 1250-EXIT
003494         PERFORM 1400-BUILD-GREET-DATES THRU 1400-EXIT
003500         PERFORM 1300-OPEN-CHECKPOINT   THRU 1300-EXIT
003510         PERFORM 1320-OPEN-OUTPUT-FILES THRU 1320-EXIT
004061 1500-EXIT.
004062     EXIT.
004063*----------------------------------------------------------------*
004064* 1600-CHECK-RUN-LEDGER - OPEN THE RUN-CONTROL LEDGER (CREATING  *
004065*                         IT ON FIRST USE) AND REFUSE THE RUN    *
004066*                         UNLESS HONXREF COMPLETED FOR THE RUN   *
004067*                         DATE AND TODAY'S GREETING HAS NOT      *
004068*                         ALREADY RUN TO ITS END.  A ROW LEFT AT *
004069*                         STARTED BY AN ABEND LETS THE           *
004070*                         CHECKPOINT RESTART THROUGH; A FINISHED *
004071*                         DAY NEEDS A RERUN AUTHORIZATION, SO    *
004072*                         CLEARING GREETCKP ALONE CANNOT MAIL    *
004073*                         THE DAY AGAIN.  THEN LEDGER THE START  *
004074*----------------------------------------------------------------*
004075 1600-CHECK-RUN-LEDGER.
004076     OPEN I-O RUN-CONTROL
004077     IF RUNCTL-NOT-FOUND
004078         OPEN OUTPUT RUN-CONTROL
004079         CLOSE RUN-CONTROL
004080         OPEN I-O RUN-CONTROL
004081     END-IF
004082     IF NOT RUNCTL-STATUS-OK
004083         DISPLAY "UNABLE TO OPEN RUN-CONTROL - FILE STATUS = "
004084             WS-RUNCTL-STATUS
004085         MOVE 16 TO RETURN-CODE
004086         STOP RUN
004087     END-IF
004088
004089     MOVE WS-BUSINESS-DATE (7:4) TO WS-BUSINESS-YMD (1:4)
004090     MOVE WS-BUSINESS-DATE (1:2) TO WS-BUSINESS-YMD (5:2)
004091     MOVE WS-BUSINESS-DATE (4:2) TO WS-BUSINESS-YMD (7:2)
004092
004093     MOVE "HONXREF"             TO WS-PRED-STEP
004094     PERFORM 1610-CHECK-PREDECESSOR THRU 1610-EXIT
004095
004096     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
004097     MOVE WS-STEP-NAME          TO RCL-STEP-NAME
004098     READ RUN-CONTROL
004099         INVALID KEY
004100             MOVE "N"           TO WS-LEDGER-ROW-SWITCH
004101         NOT INVALID KEY
004102             MOVE "Y"           TO WS-LEDGER-ROW-SWITCH
004103     END-READ
004104
004105     IF  LEDGER-ROW-ON-FILE
004106     AND RCL-STEP-ENDED
004107     AND NOT RCL-RERUN-AUTHORIZED
004108         DISPLAY "RUN REFUSED - " WS-STEP-NAME
004109             " ALREADY RAN FOR BUSINESS DATE " WS-BUSINESS-DATE
004110         DISPLAY "  ENDED " RCL-END-DATE " " RCL-END-TIME
004111             " STATUS " RCL-STEP-STATUS
004112             " RETURN CODE " RCL-RETURN-CODE
004113         DISPLAY "  A DELIBERATE RERUN MUST FIRST BE AUTHORIZED"
004114             " THROUGH RUNCTLU"
004115         CLOSE RUN-CONTROL
004116         MOVE 12 TO RETURN-CODE
004117         STOP RUN
004118     END-IF
004119
004120     PERFORM 1620-START-LEDGER-ROW THRU 1620-EXIT
004121     CLOSE RUN-CONTROL
004122     .
004123 1600-EXIT.
004124     EXIT.
004125*----------------------------------------------------------------*
004126* 1610-CHECK-PREDECESSOR - REFUSE THE RUN UNLESS WS-PRED-STEP    *
004127*                          COMPLETED FOR THE BUSINESS DATE - NO  *
004128*                          ROW, A ROW STILL AT STARTED, AND A    *
004129*                          FAILED ROW ARE EACH REPORTED          *
004130*----------------------------------------------------------------*
004131 1610-CHECK-PREDECESSOR.
004132     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
004133     MOVE WS-PRED-STEP          TO RCL-STEP-NAME
004134     READ RUN-CONTROL
004135         INVALID KEY
004136             DISPLAY "RUN REFUSED - PREDECESSOR " WS-PRED-STEP
004137                 " HAS NOT RUN FOR BUSINESS DATE "
004138                 WS-BUSINESS-DATE
004139             CLOSE RUN-CONTROL
004140             MOVE 12 TO RETURN-CODE
004141             STOP RUN
004142     END-READ
004143
004144     IF RCL-STEP-COMPLETED
004145         GO TO 1610-EXIT
004146     END-IF
004147
004148     IF RCL-STEP-STARTED
004149         DISPLAY "RUN REFUSED - PREDECESSOR " WS-PRED-STEP
004150             " DID NOT FINISH FOR BUSINESS DATE " WS-BUSINESS-DATE
004151         DISPLAY "  STARTED " RCL-START-DATE " " RCL-START-TIME
004152             " WITH NO END RECORDED - RESUBMIT " WS-PRED-STEP
004153     ELSE
004154         DISPLAY "RUN REFUSED - PREDECESSOR " WS-PRED-STEP
004155             " FAILED FOR BUSINESS DATE " WS-BUSINESS-DATE
004156         DISPLAY "  ENDED " RCL-END-DATE " " RCL-END-TIME
004157             " WITH RETURN CODE " RCL-RETURN-CODE
004158     END-IF
004159     CLOSE RUN-CONTROL
004160     MOVE 12 TO RETURN-CODE
004161     STOP RUN
004162     .
004163 1610-EXIT.
004164     EXIT.
004165*----------------------------------------------------------------*
004166* 1620-START-LEDGER-ROW - WRITE THIS STEP'S ROW AS STARTED - OR, *
004167*                         ON A RESUBMISSION AFTER AN ABEND OR AN *
004168*                         AUTHORIZED RERUN, REWRITE THE ROW      *
004169*                         ALREADY ON FILE                        *
004170*----------------------------------------------------------------*
004171 1620-START-LEDGER-ROW.
004172     PERFORM 1630-SET-LEDGER-TIME THRU 1630-EXIT
004173     IF LEDGER-ROW-ON-FILE
004174         ADD 1                  TO RCL-RUN-COUNT
004175         IF RCL-RERUN-AUTHORIZED
004176             DISPLAY "RERUN OF " WS-STEP-NAME " FOR "
004177                 WS-BUSINESS-DATE " AUTHORIZED BY "
004178                 RCL-AUTH-OPERATOR
004179             MOVE "U"           TO RCL-AUTH-ACTION
004180         END-IF
004181     ELSE
004182         MOVE SPACES            TO RUN-CONTROL-REC
004183         MOVE WS-BUSINESS-YMD   TO RCL-BUSINESS-YMD
004184         MOVE WS-STEP-NAME      TO RCL-STEP-NAME
004185         MOVE 1                 TO RCL-RUN-COUNT
004186     END-IF
004187     MOVE WS-BUSINESS-DATE      TO RCL-BUSINESS-DATE
004188     MOVE "S"                   TO RCL-STEP-STATUS
004189     MOVE WS-LEDGER-DATE        TO RCL-START-DATE
004190     MOVE WS-LEDGER-TIME        TO RCL-START-TIME
004191     MOVE SPACES                TO RCL-END-DATE
004192                                   RCL-END-TIME
004193     MOVE ZERO                  TO RCL-RETURN-CODE
004194                                   RCL-INPUT-COUNT
004195                                   RCL-PROCESSED-COUNT
004196                                   RCL-OUTPUT-COUNT
004197     IF LEDGER-ROW-ON-FILE
004198         REWRITE RUN-CONTROL-REC
004199     ELSE
004200         WRITE RUN-CONTROL-REC
004201     END-IF
004202     IF NOT RUNCTL-STATUS-OK
004203         DISPLAY "UNABLE TO LEDGER THE START OF " WS-STEP-NAME
004204             " - FILE STATUS = " WS-RUNCTL-STATUS
004205         CLOSE RUN-CONTROL
004206         MOVE 16 TO RETURN-CODE
004207         STOP RUN
004208     END-IF
004209     MOVE "Y"                   TO WS-LEDGER-SWITCH
004210     .
004211 1620-EXIT.
004212     EXIT.
004213*----------------------------------------------------------------*
004214* 1630-SET-LEDGER-TIME - CURRENT DATE (MM/DD/CCYY) AND TIME      *
004215*                        (HH:MM:SS) FOR THE LEDGER ROW           *
004216*----------------------------------------------------------------*
004217 1630-SET-LEDGER-TIME.
004218     MOVE FUNCTION CURRENT-DATE TO WS-LEDGER-TODAY
004219     STRING WS-LEDGER-TODAY (5:2)  DELIMITED BY SIZE
004220            "/"                    DELIMITED BY SIZE
004221            WS-LEDGER-TODAY (7:2)  DELIMITED BY SIZE
004222            "/"                    DELIMITED BY SIZE
004223            WS-LEDGER-TODAY (1:4)  DELIMITED BY SIZE
004224       INTO WS-LEDGER-DATE
004225     STRING WS-LEDGER-TODAY (9:2)  DELIMITED BY SIZE
004226            ":"                    DELIMITED BY SIZE
004227            WS-LEDGER-TODAY (11:2) DELIMITED BY SIZE
004228            ":"                    DELIMITED BY SIZE
004229            WS-LEDGER-TODAY (13:2) DELIMITED BY SIZE
004230       INTO WS-LEDGER-TIME
004231     .
004232 1630-EXIT.
004233     EXIT.
004234*----------------------------------------------------------------*
004235* 1300-OPEN-CHECKPOINT - OPEN THE CHECKPOINT FILE (CREATING IT   *
004236*                        ON FIRST USE) AND DECIDE WHETHER TODAY'S*
004237*                        PASS OVER HONOREE-FILE IS A SAME-DAY    *
004238*                        RESTART OR A FRESH RUN - THIS MUST      *
004239*                        HAPPEN BEFORE 1320-OPEN-OUTPUT-FILES SO  *
004240*                        THOSE FILES ARE OPENED EXTEND, NOT       *
004241*                        OUTPUT, ON A RESTART                     *
004242*----------------------------------------------------------------*
004243 1300-OPEN-CHECKPOINT.
004244     OPEN I-O CHECKPOINT-FILE
004245     IF CKPT-STATUS-NOT-FOUND
004246         OPEN OUTPUT CHECKPOINT-FILE
004247         MOVE SPACES        TO CHECKPOINT-REC
004248         MOVE 1             TO WS-CKPT-KEY
004249         WRITE CHECKPOINT-REC
004250         CLOSE CHECKPOINT-FILE
004251         OPEN I-O CHECKPOINT-FILE
004252     END-IF
004253
004254     MOVE 1 TO WS-CKPT-KEY
004255     READ CHECKPOINT-FILE
004256         INVALID KEY
004257             MOVE SPACES TO CHECKPOINT-REC
004258     END-READ
004259
004260     IF  CKP-RUN-DATE = WS-PRINT-DATE
004261     AND CKP-LAST-HONOREE-ID NOT = SPACES
004262         MOVE CKP-LAST-HONOREE-ID TO WS-START-KEY
004263         MOVE CKP-LAST-EVENT-TYPE TO WS-START-EVENT
004264         MOVE "Y"                 TO WS-RESTART-SWITCH
004265     ELSE
004266         MOVE LOW-VALUES          TO WS-START-KEY
004267         MOVE LOW-VALUES          TO WS-START-EVENT
004268         MOVE "N"                 TO WS-RESTART-SWITCH
004269     END-IF
004270     .
004271 1300-EXIT.
004272     EXIT.
004280*----------------------------------------------------------------*
004290* 1320-OPEN-OUTPUT-FILES - OPEN THE PRINT/EXTRACT FILES EXTEND ON *
004300*                          A SAME-DAY RESTART SO OUTPUT ALREADY   *
004756     MOVE WS-TGT-MONTH          TO AXR-GREET-MONTH
004757     MOVE WS-TGT-DAY            TO AXR-GREET-DAY
004758     MOVE LOW-VALUES            TO AXR-HONOREE-ID
004759     MOVE LOW-VALUES            TO AXR-EVENT-TYPE
004760     MOVE "N"                   TO WS-XREF-EOF-SWITCH
004761     START ANNIV-XREF KEY IS NOT LESS THAN AXR-XREF-KEY
004762         INVALID KEY
004763             MOVE "Y"           TO WS-XREF-EOF-SWITCH
004791     EXIT.
004792*----------------------------------------------------------------*
004793* 2016-FETCH-AND-TEST - FETCH THE XREF'D HONOREE FROM THE MASTER *
004794*                       AND ITS EVENT ROW FROM HONOREE-EVENT,    *
004795*                       THEN APPLY THE SAME ACTIVE/OPT-OUT AND   *
004796*                       DUE-DATE RULES AS EVER - THE XREF ONLY   *
004797*                       NARROWS WHO IS LOOKED AT, IT DOES NOT    *
004798*                       DECIDE WHO IS GREETED.  THE YEAR COUNT   *
004799*                       IS LEFT ZERO WHEN THE EVENT YEAR IS NOT  *
004800*                       KNOWN (OR LIES PAST THE GREET DATE).     *
004801*----------------------------------------------------------------*
004802 2016-FETCH-AND-TEST.
004803     MOVE AXR-HONOREE-ID TO HON-ID
004804     READ HONOREE-FILE
004805         INVALID KEY
004806             DISPLAY "XREF HONOREE " AXR-HONOREE-ID
004807                 " NOT ON MASTER - SKIPPED (STALE XREF)"
004808             MOVE 8 TO RETURN-CODE
004809             GO TO 2016-EXIT
004810     END-READ
004811     ADD 1 TO WS-HONOREE-READ-COUNT
004812
004813     MOVE AXR-HONOREE-ID        TO HEV-HONOREE-ID
004814     MOVE AXR-EVENT-TYPE        TO HEV-EVENT-TYPE
004815     READ HONOREE-EVENT
004816         INVALID KEY
004817             DISPLAY "XREF HONOREE " AXR-HONOREE-ID
004818                 " EVENT " AXR-EVENT-TYPE
004819                 " NOT ON HONOREE-EVENT - SKIPPED (STALE XREF)"
004820             MOVE 8 TO RETURN-CODE
004821             GO TO 2016-EXIT
004822     END-READ
004823
004824     IF HON-ACTIVE AND NOT HON-GREET-OPT-OUT
004825         PERFORM 2020-CHECK-ANNIVERSARY THRU 2020-EXIT
004826     ELSE
004827         MOVE "N"               TO WS-DUE-SWITCH
004828     END-IF
004829
004830     IF HONOREE-DUE-TODAY
004831         IF HEV-EVENT-YEAR = ZERO
004832           OR HEV-EVENT-YEAR > GDT-YEAR (WS-MATCH-IX)
004833             MOVE ZERO          TO WS-YEAR
004834         ELSE
004835             MOVE GDT-YEAR (WS-MATCH-IX) TO WS-YEAR
004836             SUBTRACT HEV-EVENT-YEAR FROM WS-YEAR
004837         END-IF
004838         PERFORM 2040-HOLD-DUE-HONOREE THRU 2040-EXIT
004839     END-IF
004840     .
004841 2016-EXIT.
004842     EXIT.
004843*----------------------------------------------------------------*
004844* 2040-HOLD-DUE-HONOREE - INSERT ONE DUE HONOREE EVENT INTO THE  *
004845*                         DUE TABLE AT ITS DEPARTMENT/HON-ID/    *
004846*                         EVENT SLOT.                            *
004847*                         A FULL TABLE STOPS THE RUN RATHER THAN *
004848*                         SILENTLY DROPPING A GREETING.          *
004849*----------------------------------------------------------------*
004850 2040-HOLD-DUE-HONOREE.
004851     IF WS-DUE-COUNT NOT < WS-DUE-MAX
004852         DISPLAY "MORE DUE HONOREES THAN THE DUE TABLE HOLDS"
004853             " - RUN STOPPED"
004854         MOVE 16 TO RETURN-CODE
004855         STOP RUN
004856     END-IF
004857
004858     MOVE HON-DEPT-CODE         TO WS-NEW-DEPT-CODE
004859     MOVE HON-ID                TO WS-NEW-HONOREE-ID
004860     MOVE HEV-EVENT-TYPE        TO WS-NEW-EVENT-TYPE
004861     MOVE "N"                   TO WS-SLOT-SWITCH
004862     MOVE 1                     TO WS-INS-IX
004863     PERFORM 2042-FIND-DUE-SLOT THRU 2042-EXIT
004864         UNTIL INSERT-SLOT-FOUND
004865            OR WS-INS-IX > WS-DUE-COUNT
004866
004867     MOVE WS-DUE-COUNT          TO WS-SHIFT-IX
004868     PERFORM 2045-SHIFT-DUE-ENTRY THRU 2045-EXIT
004869         UNTIL WS-SHIFT-IX < WS-INS-IX
004870
004871     ADD 1                      TO WS-DUE-COUNT
004872     MOVE WS-NEW-SORT-KEY       TO DUE-SORT-KEY   (WS-INS-IX)
004873     MOVE WS-YEAR               TO DUE-YEAR       (WS-INS-IX)
004874     MOVE GDT-EARLY-FLAG (WS-MATCH-IX)
004875                                TO DUE-EARLY-FLAG (WS-INS-IX)
004876     MOVE GDT-PRINT-DATE (WS-MATCH-IX)
004877                                TO DUE-DATE-PRINT (WS-INS-IX)
004878     .
004879 2040-EXIT.
004880     EXIT.
004881*----------------------------------------------------------------*
004882* 2042-FIND-DUE-SLOT - FIND THE FIRST DUE-TABLE ENTRY THAT SORTS *
004883*                      AFTER THE NEW ONE                         *
004884*----------------------------------------------------------------*
004885 2042-FIND-DUE-SLOT.
004886     IF DUE-SORT-KEY (WS-INS-IX) > WS-NEW-SORT-KEY
004887         MOVE "Y"               TO WS-SLOT-SWITCH
004888     ELSE
004889         ADD 1                  TO WS-INS-IX
004890     END-IF
004891     .
004892 2042-EXIT.
004893     EXIT.
004894*----------------------------------------------------------------*
004895* 2045-SHIFT-DUE-ENTRY - SHIFT ONE ENTRY DOWN TO OPEN THE SLOT   *
004896*----------------------------------------------------------------*
004897 2045-SHIFT-DUE-ENTRY.
004898     MOVE WS-DUE-ENTRY (WS-SHIFT-IX)
004899       TO WS-DUE-ENTRY (WS-SHIFT-IX + 1)
004900     SUBTRACT 1 FROM WS-SHIFT-IX
004901     .
004902 2045-EXIT.
004903     EXIT.
004904*----------------------------------------------------------------*
004905* 2020-CHECK-ANNIVERSARY - DECIDE WHETHER THIS HONOREE EVENT IS  *
004906*                          DUE ON ANY GREET DATE OF THE RUN (THE  *
004907*                          RUN DATE PLUS THE CLOSED DAYS THAT     *
004908*                          FOLLOW IT).  AN EVENT WITH NO          *
004909*                          MONTH/DAY ON FILE KEEPS THE DECEMBER 9 *
004910*                          DEFAULT, SO THE HISTORICAL-FIGURE      *
004911*                          ENTRIES BEHAVE EXACTLY AS BEFORE.      *
004912*----------------------------------------------------------------*
004913 2020-CHECK-ANNIVERSARY.
004914     MOVE "N"                   TO WS-DUE-SWITCH
004920     MOVE HEV-EVENT-MONTH       TO WS-GREET-MONTH
004930     MOVE HEV-EVENT-DAY         TO WS-GREET-DAY
004940     IF WS-GREET-MONTH = ZERO OR WS-GREET-DAY = ZERO
004950         MOVE WS-VALID-MONTH    TO WS-GREET-MONTH
004960         MOVE WS-VALID-DAY      TO WS-GREET-DAY
005440     EXIT.
005450*----------------------------------------------------------------*
005460* 2050-LOOKUP-GREETING-TEXT - LOOK UP THIS HONOREE'S GREETING    *
005470*                             TEXT.  A BIRTHDAY USES THE ROW ON  *
005480*                             GREETING-PARM IN THE HONOREE'S     *
005490*                             PREFERRED LANGUAGE, FALLING BACK   *
005500*                             TO THE SHOP DEFAULT LANGUAGE, THEN *
005510*                             TO THE EVENT ROW'S OWN WORDING AND *
005511*                             LAST TO THE BUILT-IN "HAPPY        *
005512*                             BIRTHDAY" TEXT.  A SERVICE OR      *
005513*                             ANNIVERSARY EVENT USES ITS OWN     *
005514*                             WORDING OR THE STANDARD TEXT FOR   *
005515*                             ITS TYPE.                          *
005520*----------------------------------------------------------------*
005530 2050-LOOKUP-GREETING-TEXT.
005531     IF HEV-GREETING-TEXT NOT = SPACES
005532         MOVE HEV-GREETING-TEXT TO WS-FALLBACK-GREETING
005533     ELSE
005534         EVALUATE TRUE
005535             WHEN HEV-EVENT-SERVICE
005536                 MOVE WS-SERVICE-GREETING TO WS-FALLBACK-GREETING
005537             WHEN HEV-EVENT-ANNIVERSARY
005538                 MOVE WS-ANNIV-GREETING   TO WS-FALLBACK-GREETING
005539             WHEN OTHER
005540                 MOVE WS-DEFAULT-GREETING TO WS-FALLBACK-GREETING
005541         END-EVALUATE
005542     END-IF
005543     IF NOT HEV-EVENT-BIRTHDAY
005544         MOVE WS-FALLBACK-GREETING TO WS-GREETING-TEXT
005545         GO TO 2050-EXIT
005546     END-IF
005547
005548     MOVE HON-LANG-CODE TO WS-LOOKUP-LANGUAGE
005550     IF WS-LOOKUP-LANGUAGE = SPACES
005560         MOVE WS-SHOP-LANGUAGE TO WS-LOOKUP-LANGUAGE
005570     END-IF
005690*----------------------------------------------------------------*
005700* 2060-LOOKUP-SHOP-LANG - NO ROW IN THE PREFERRED LANGUAGE: TRY  *
005710*                         THE SHOP DEFAULT LANGUAGE, AND FAILING *
005720*                         THAT USE THE FALLBACK TEXT             *
005730*----------------------------------------------------------------*
005740 2060-LOOKUP-SHOP-LANG.
005750     IF WS-LOOKUP-LANGUAGE = WS-SHOP-LANGUAGE
005760         MOVE WS-FALLBACK-GREETING TO WS-GREETING-TEXT
005770         GO TO 2060-EXIT
005780     END-IF
005790
005810     MOVE WS-SHOP-LANGUAGE TO GPM-LANGUAGE-CODE
005820     READ GREETING-PARM
005830         INVALID KEY
005840             MOVE WS-FALLBACK-GREETING TO WS-GREETING-TEXT
005850         NOT INVALID KEY
005860             MOVE GPM-GREETING-TEXT   TO WS-GREETING-TEXT
005870     END-READ
006045         MOVE "D"               TO GAU-GREET-TYPE
006046     END-IF
006047     MOVE WS-DUE-DATE-PRINT     TO GAU-DUE-DATE
006048     MOVE HEV-EVENT-TYPE        TO GAU-EVENT-TYPE
006049     IF HON-EMAIL-ADDR NOT = SPACES
006050         MOVE 2                 TO GAU-EXTRACT-COUNT
006051     ELSE
006052         MOVE 1                 TO GAU-EXTRACT-COUNT
006053     END-IF
006060
006070     MOVE HON-ID                TO CKP-LAST-HONOREE-ID
006080     MOVE WS-PRINT-DATE         TO CKP-RUN-DATE
006085     MOVE HEV-EVENT-TYPE        TO CKP-LAST-EVENT-TYPE
006090     MOVE 1                     TO WS-CKPT-KEY
006100     REWRITE CHECKPOINT-REC
006110
006140            ", "                     DELIMITED BY SIZE
006150            FUNCTION TRIM (HON-NAME) DELIMITED BY SIZE
006160       INTO WS-SUBJECT
006162     IF WS-YEAR = ZERO
006164         MOVE WS-SUBJECT        TO WS-BODY
006166     ELSE
006170         STRING FUNCTION TRIM (WS-GREETING-TEXT)
006175                                    DELIMITED BY SIZE
006180                ", "                DELIMITED BY SIZE
006190                FUNCTION TRIM (HON-NAME) DELIMITED BY SIZE
006200                " ("                DELIMITED BY SIZE
006210                WS-YEAR             DELIMITED BY SIZE
006220                ")"                 DELIMITED BY SIZE
006230           INTO WS-BODY
006235     END-IF
006240
006250     MOVE WS-CURRENT-DIST-LIST  TO EEX-DIST-LIST
006260     MOVE WS-SUBJECT            TO EEX-SUBJECT
006270     MOVE WS-BODY               TO EEX-BODY
006272     MOVE "L"                   TO EEX-MSG-TYPE
006530
006540     MOVE WS-YEAR               TO WS-YEAR-EDITED
006550     MOVE SPACES                TO CRD-TEXT
006552     IF WS-YEAR = ZERO
006554         MOVE HON-NAME          TO CRD-TEXT
006556     ELSE
006560         STRING FUNCTION TRIM (HON-NAME)       DELIMITED BY SIZE
006570                " - "                          DELIMITED BY SIZE
006580                FUNCTION TRIM (WS-YEAR-EDITED) DELIMITED BY SIZE
006590                " YEARS"                       DELIMITED BY SIZE
006600           INTO CRD-TEXT
006605     END-IF
006610     MOVE WS-CARD-LINE          TO WS-PRINT-AREA
006620     PERFORM 8100-WRITE-LINE    THRU 8100-EXIT
006630
006770* 2200-CHECK-MILESTONE - FLAG ROUND-NUMBER ANNIVERSARIES (EVERY   *
006780*                        WS-MILESTONE-INTERVAL YEARS) FOR THE     *
006790*                        CARD HIGHLIGHT AND THE TRAILER SECTION   *
006792*                        - SERVICE AND ANNIVERSARY EVENTS ONLY,  *
006794*                        A BIRTHDAY IS NEVER A MILESTONE         *
006800*----------------------------------------------------------------*
006810 2200-CHECK-MILESTONE.
006820     MOVE "N" TO WS-MILESTONE-SWITCH
006822     IF HEV-EVENT-BIRTHDAY
006824         GO TO 2200-EXIT
006826     END-IF
006830     DIVIDE WS-YEAR BY WS-MILESTONE-INTERVAL
006840         GIVING WS-MILESTONE-QUOTIENT
006850         REMAINDER WS-MILESTONE-REMAINDER
007017     EXIT.
007018*----------------------------------------------------------------*
007019* 3050-FIND-RESTART-POINT - ON A SAME-DAY RESTART, RESUME AFTER  *
007021*                           THE CHECKPOINTED HONOREE EVENT IN    *
007022*                           THE DUE TABLE'S (DETERMINISTIC)      *
007023*                           ORDER.  AN ENTRY NO LONGER IN THE    *
007024*                           TABLE MEANS THE MASTER CHANGED UNDER *
007025*                           US - THE WHOLE TABLE IS REPROCESSED. *
007027*----------------------------------------------------------------*
007028 3050-FIND-RESTART-POINT.
007029     MOVE ZERO                  TO WS-DUE-IX
007030     PERFORM 3060-TEST-RESTART-ENTRY THRU 3060-EXIT
007031         UNTIL WS-START-IX > 1
007032            OR WS-DUE-IX NOT < WS-DUE-COUNT
007033     .
007035     EXIT.
007036*----------------------------------------------------------------*
007037* 3060-TEST-RESTART-ENTRY - TEST ONE DUE-TABLE ENTRY AGAINST THE *
007038*                           CHECKPOINTED HONOREE-ID AND EVENT    *
007039*----------------------------------------------------------------*
007041 3060-TEST-RESTART-ENTRY.
007042     ADD 1                      TO WS-DUE-IX
007043     IF DUE-HONOREE-ID (WS-DUE-IX) = WS-START-KEY
007044     AND DUE-EVENT-TYPE (WS-DUE-IX) = WS-START-EVENT
007045         MOVE WS-DUE-IX         TO WS-START-IX
007046         ADD 1                  TO WS-START-IX
007047     END-IF
007048     .
007049 3060-EXIT.
007050     EXIT.
007051*----------------------------------------------------------------*
007052* 3100-PROCESS-ONE-DUE - REREAD ONE DUE HONOREE AND ITS EVENT BY *
007053*                        KEY AND WRITE THE GREETING OUTPUT FOR   *
007054*                        THE ENTRY                               *
007055*----------------------------------------------------------------*
007056 3100-PROCESS-ONE-DUE.
007057     MOVE DUE-HONOREE-ID (WS-DUE-IX) TO HON-ID
007058     READ HONOREE-FILE
007059         INVALID KEY
007060             DISPLAY "DUE HONOREE " HON-ID
007061                 " DISAPPEARED BEFORE PRINTING - SKIPPED"
007062             MOVE 8 TO RETURN-CODE
007063             GO TO 3100-EXIT
007064     END-READ
007065     MOVE DUE-HONOREE-ID (WS-DUE-IX) TO HEV-HONOREE-ID
007066     MOVE DUE-EVENT-TYPE (WS-DUE-IX) TO HEV-EVENT-TYPE
007067     READ HONOREE-EVENT
007068         INVALID KEY
007069             DISPLAY "DUE HONOREE " HON-ID " EVENT "
007070                 HEV-EVENT-TYPE
007071                 " DISAPPEARED BEFORE PRINTING - SKIPPED"
007072             MOVE 8 TO RETURN-CODE
007073             GO TO 3100-EXIT
007074     END-READ
007075
007076     MOVE DUE-YEAR       (WS-DUE-IX) TO WS-YEAR
007077     MOVE DUE-EARLY-FLAG (WS-DUE-IX) TO WS-EARLY-SWITCH
007078     MOVE DUE-DATE-PRINT (WS-DUE-IX) TO WS-DUE-DATE-PRINT
007079
007080     IF NOT DEPT-SECTION-OPEN
007081       OR DUE-DEPT-CODE (WS-DUE-IX) NOT = WS-CURRENT-DEPT
007082         PERFORM 3200-START-DEPT-SECTION THRU 3200-EXIT
007083     END-IF
007084
007085     PERFORM 2050-LOOKUP-GREETING-TEXT THRU 2050-EXIT
007086     PERFORM 2100-WRITE-GREETING THRU 2100-EXIT
007087     .
007088 3100-EXIT.
007089     EXIT.
007090*----------------------------------------------------------------*
007091* 3200-START-DEPT-SECTION - CLOSE THE PRIOR DEPARTMENT'S TOTALS, *
007092*                           THEN OPEN THE NEW DEPARTMENT ON A    *
007093*                           FRESH PAGE WITH ITS OWN HEADING      *
007094*----------------------------------------------------------------*
007095 3200-START-DEPT-SECTION.
007096     IF DEPT-SECTION-OPEN
007097         PERFORM 3400-PRINT-DEPT-TOTALS THRU 3400-EXIT
007098     END-IF
007099
007100     MOVE DUE-DEPT-CODE (WS-DUE-IX) TO WS-CURRENT-DEPT
007101     PERFORM 3300-LOOKUP-DEPARTMENT THRU 3300-EXIT
007102     MOVE ZERO                  TO WS-DEPT-GREETED-COUNT
007103                                   WS-DEPT-MILESTONE-COUNT
007104                                   WS-DEPT-EXTRACT-COUNT
007105     MOVE "Y"                   TO WS-DEPT-SWITCH
007106     PERFORM 8200-NEW-PAGE      THRU 8200-EXIT
007107     MOVE SPACES                TO WS-PRINT-AREA
007108     PERFORM 8100-WRITE-LINE    THRU 8100-EXIT
007109     MOVE WS-CURRENT-DEPT       TO DPH-DEPT-CODE
007110     MOVE WS-CURRENT-DEPT-NAME  TO DPH-DEPT-NAME
007111     MOVE WS-DEPT-HEADING       TO WS-PRINT-AREA
007112     PERFORM 8100-WRITE-LINE    THRU 8100-EXIT
007113     .
007114 3200-EXIT.
007115     EXIT.
007116*----------------------------------------------------------------*
007117* 3300-LOOKUP-DEPARTMENT - READ THE NEW DEPARTMENT'S DEPT-CONTROL*
007118*                          ROW FOR ITS HEADING AND ANNOUNCEMENT  *
007119*                          LIST.  A BLANK OR UNKNOWN CODE, OR A  *
007120*                          ROW WITH NO LIST OF ITS OWN, FALLS    *
007121*                          BACK TO THE SHOP-WIDE LIST.  A CLOSED *
007122*                          DEPARTMENT IS STILL ANNOUNCED TO ITS  *
007123*                          OWN LIST UNTIL ITS HONOREES MOVE.     *
007124*----------------------------------------------------------------*
007125 3300-LOOKUP-DEPARTMENT.
007126     MOVE WS-DIST-LIST          TO WS-CURRENT-DIST-LIST
007127     MOVE SPACES                TO DPH-SITE
007128                                   DPH-COORD-NAME
007129     IF WS-CURRENT-DEPT = SPACES
007130         MOVE "(NO DEPARTMENT ASSIGNED)" TO WS-CURRENT-DEPT-NAME
007131         GO TO 3300-EXIT
007132     END-IF
007133
007134     MOVE WS-CURRENT-DEPT       TO DPT-DEPT-CODE
007135     READ DEPT-CONTROL
007136         INVALID KEY
007137             MOVE "(NOT ON DEPARTMENT FILE)"
007138                 TO WS-CURRENT-DEPT-NAME
007139             GO TO 3300-EXIT
007140     END-READ
007141
007142     MOVE DPT-DEPT-NAME         TO WS-CURRENT-DEPT-NAME
007143     MOVE DPT-SITE              TO DPH-SITE
007144     MOVE DPT-COORD-NAME        TO DPH-COORD-NAME
007145     IF DPT-DIST-LIST NOT = SPACES
007146         MOVE DPT-DIST-LIST     TO WS-CURRENT-DIST-LIST
007147     END-IF
007148     .
007149 3300-EXIT.
007150     EXIT.
007151*----------------------------------------------------------------*
007152* 3400-PRINT-DEPT-TOTALS - PRINT THE CLOSING CONTROL TOTALS FOR  *
007153*                          THE DEPARTMENT SECTION JUST ENDED     *
007154*----------------------------------------------------------------*
007155 3400-PRINT-DEPT-TOTALS.
007156     MOVE SPACES                TO WS-PRINT-AREA
007157     PERFORM 9400-TRAILER-LINE  THRU 9400-EXIT
007158     MOVE WS-CURRENT-DEPT       TO DTH-DEPT-CODE
007159     MOVE WS-DEPT-TOTAL-HEADER  TO WS-PRINT-AREA
007160     PERFORM 9400-TRAILER-LINE  THRU 9400-EXIT
007161     MOVE "HONOREES GREETED...........:" TO TOT-LABEL
007162     MOVE WS-DEPT-GREETED-COUNT TO TOT-COUNT
007163     MOVE WS-TOTAL-LINE         TO WS-PRINT-AREA
007164     PERFORM 9400-TRAILER-LINE  THRU 9400-EXIT
007165     MOVE "MILESTONE ANNIVERSARIES....:" TO TOT-LABEL
007166     MOVE WS-DEPT-MILESTONE-COUNT TO TOT-COUNT
007167     MOVE WS-TOTAL-LINE         TO WS-PRINT-AREA
007168     PERFORM 9400-TRAILER-LINE  THRU 9400-EXIT
007169     MOVE "EMAIL EXTRACTS WRITTEN.....:" TO TOT-LABEL
007170     MOVE WS-DEPT-EXTRACT-COUNT TO TOT-COUNT
007171     MOVE WS-TOTAL-LINE         TO WS-PRINT-AREA
007172     PERFORM 9400-TRAILER-LINE  THRU 9400-EXIT
007173     .
007174 3400-EXIT.
007175     EXIT.
007176*----------------------------------------------------------------*
007177* 9000-TERMINATE - CLOSE FILES AND END THE RUN                   *
007178*----------------------------------------------------------------*
007179 9000-TERMINATE.
007180     IF RUN-DATE-VALID
007181         MOVE SPACES    TO CHECKPOINT-REC
007190         MOVE 1         TO WS-CKPT-KEY
007200         REWRITE CHECKPOINT-REC
007210         CLOSE CHECKPOINT-FILE
007220     END-IF
007230     PERFORM 9100-WRITE-RUN-AUDIT THRU 9100-EXIT
007240     CLOSE HONOREE-FILE
007245     CLOSE HONOREE-EVENT
007250     CLOSE GREET-AUDIT
007260     CLOSE EXCEPTION-RPT
007270     CLOSE GREETING-PARM
007275     CLOSE DEPT-CONTROL
007280     IF RUN-DATE-VALID
007290         PERFORM 9200-WRITE-TRAILER THRU 9200-EXIT
007300         CLOSE GREETING-RPT
007310         CLOSE EMAIL-EXTRACT
007315         CLOSE ANNIV-XREF
007320     END-IF
007325     PERFORM 9500-END-LEDGER-ROW  THRU 9500-EXIT
007330     .
007340 9000-EXIT.
007350     EXIT.
007480     MOVE SPACES                TO GAU-GREET-TYPE
007490     MOVE SPACES                TO GAU-DUE-DATE
007492     MOVE ZERO                  TO GAU-EXTRACT-COUNT
007497     MOVE SPACES                TO GAU-EVENT-TYPE
007500     WRITE GREET-AUDIT-REC
007510     .
007520 9100-EXIT.
008250     .
008260 9400-EXIT.
008270     EXIT.
008271*----------------------------------------------------------------*
008272* 9500-END-LEDGER-ROW - REWRITE THIS STEP'S LEDGER ROW WITH THE  *
008273*                       END TIME, THE FINAL RETURN CODE AND THE  *
008274*                       RUN COUNTS - COMPLETED BELOW RETURN CODE *
008275*                       8, FAILED AT 8 OR ABOVE                  *
008276*----------------------------------------------------------------*
008277 9500-END-LEDGER-ROW.
008278     IF NOT LEDGER-ROW-STARTED
008279         GO TO 9500-EXIT
008280     END-IF
008281     PERFORM 1630-SET-LEDGER-TIME THRU 1630-EXIT
008282     OPEN I-O RUN-CONTROL
008283     IF NOT RUNCTL-STATUS-OK
008284         DISPLAY "UNABLE TO OPEN RUN-CONTROL - FILE STATUS = "
008285             WS-RUNCTL-STATUS
008286         DISPLAY "LEDGER ROW FOR " WS-STEP-NAME " "
008287             WS-BUSINESS-DATE " IS LEFT AT STARTED"
008288         MOVE 16 TO RETURN-CODE
008289         GO TO 9500-EXIT
008290     END-IF
008291
008292     MOVE WS-BUSINESS-YMD       TO RCL-BUSINESS-YMD
008293     MOVE WS-STEP-NAME          TO RCL-STEP-NAME
008294     READ RUN-CONTROL
008295         INVALID KEY
008296             DISPLAY "LEDGER ROW FOR " WS-STEP-NAME " "
008297                 WS-BUSINESS-DATE " IS MISSING - END NOT RECORDED"
008298             CLOSE RUN-CONTROL
008299             MOVE 16 TO RETURN-CODE
008300             GO TO 9500-EXIT
008301     END-READ
008302
008303     MOVE RETURN-CODE           TO RCL-RETURN-CODE
008304     IF RETURN-CODE < 8
008305         MOVE "C"               TO RCL-STEP-STATUS
008306     ELSE
008307         MOVE "F"               TO RCL-STEP-STATUS
008308     END-IF
008309     MOVE WS-LEDGER-DATE        TO RCL-END-DATE
008310     MOVE WS-LEDGER-TIME        TO RCL-END-TIME
008311     MOVE WS-HONOREE-READ-COUNT TO RCL-INPUT-COUNT
008312     MOVE WS-GREETED-COUNT      TO RCL-PROCESSED-COUNT
008313     MOVE WS-EXTRACT-COUNT      TO RCL-OUTPUT-COUNT
008314     REWRITE RUN-CONTROL-REC
008315     IF NOT RUNCTL-STATUS-OK
008316         DISPLAY "UNABLE TO LEDGER THE END OF " WS-STEP-NAME
008317             " - FILE STATUS = " WS-RUNCTL-STATUS
008318         MOVE 16 TO RETURN-CODE
008319     END-IF
008320     CLOSE RUN-CONTROL
008321     .
008322 9500-EXIT.
008323     EXIT.
008324*----------------------------------------------------------------*
008325* 8100-WRITE-LINE - WRITE ONE PRINT LINE AND COUNT IT            *
008326*----------------------------------------------------------------*
008327 8100-WRITE-LINE.
008328     WRITE GREETING-RPT-REC     FROM WS-PRINT-AREA
008330         AFTER ADVANCING 1 LINE
008340     ADD 1 TO WS-LINE-COUNT
008350     .
008442     IF DEPT-SECTION-OPEN
008444         MOVE "DEPARTMENT: "    TO PHD-DEPT-LABEL
008446         MOVE WS-CURRENT-DEPT   TO PHD-DEPT-CODE
008447         MOVE WS-CURRENT-DEPT-NAME TO PHD-DEPT-NAME
008448     ELSE
008452         MOVE SPACES            TO PHD-DEPT-LABEL
008454         MOVE SPACES            TO PHD-DEPT-CODE
008455         MOVE SPACES            TO PHD-DEPT-NAME
008456     END-IF
008458     WRITE GREETING-RPT-REC     FROM WS-PAGE-HEADING
008460         AFTER ADVANCING PAGE
