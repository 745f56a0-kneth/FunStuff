000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.       HONRETN.
000300 AUTHOR.           R COTTRELL.
000400 INSTALLATION.     OPERATIONS SUPPORT.
000500 DATE-WRITTEN.     10/15/2026.
000600 DATE-COMPILED.    10/15/2026.
000700*================================================================*
000800* MODIFICATION HISTORY                                           *
000900*----------------------------------------------------------------*
001000* DATE       INIT  DESCRIPTION                                   *
001100* 10/15/2026 RC    ORIGINAL PROGRAM - PERSONAL-DATA RETENTION RUN *
001200*                  FOR THE PRIVACY OFFICE.  AN INACTIVE HONOREE   *
001300*                  WHOSE DEACTIVATION ON HONJRNL IS OLDER THAN    *
001400*                  WS-RETENTION-YEARS HAS THE NAME, BIRTH DATE    *
001500*                  AND EMAIL ADDRESS REPLACED BY PLACEHOLDERS ON  *
001600*                  HONOREE-FILE AND THE HONOREE-EVENT BIRTHDAY    *
001700*                  ROW, THE BOUNCE-HIST ROWS DELETED, AND THE     *
001800*                  SAME FIELDS REPLACED IN EVERY HONJRNL AND      *
001900*                  HEVJRNL IMAGE, EVERY GREET-AUDIT BIRTHDAY ROW, *
002000*                  ONE GAUDARCH ARCHIVE AND ONE HONUTIL BACKUP.   *
002100*                  THE SEQUENTIAL FILES ARE WRITTEN AS NEW COPIES *
002200*                  THAT OPERATIONS PUT IN PLACE AFTER A GOOD RUN, *
002300*                  AS WITH GAUDARCH.  HON-ID, THE ROWS AND THE    *
002400*                  COUNTS ARE KEPT, SO GRTBAL AND THE HISTORY     *
002500*                  REPORTS STILL ADD UP.  A CERTIFICATE OF        *
002600*                  ERASURE LISTS EVERY HON-ID AND EVERY FILE      *
002700*                  TOUCHED.                                       *
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
004300                               ACCESS MODE IS RANDOM
004400                               RECORD KEY IS HEV-EVENT-KEY
004500                               FILE STATUS IS WS-EVENT-STATUS.
004600
004700     SELECT BOUNCE-HIST        ASSIGN TO BOUNCHST
004800                               ORGANIZATION IS INDEXED
004900                               ACCESS MODE IS DYNAMIC
005000                               RECORD KEY IS BNH-BOUNCE-KEY
005100                               FILE STATUS IS WS-BOUNCE-STATUS.
005200
005300     SELECT HONOREE-JRNL       ASSIGN TO HONJRNL
005400                               ORGANIZATION IS LINE SEQUENTIAL
005500                               FILE STATUS IS WS-JRNL-STATUS.
005600
005700     SELECT HONOREE-JRNL-NEW   ASSIGN TO HONJRNLN
005800                               ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT HONOREE-EVENT-JRNL ASSIGN TO HEVJRNL
006100                               ORGANIZATION IS LINE SEQUENTIAL
006200                               FILE STATUS IS WS-HEVJRNL-STATUS.
006300
006400     SELECT EVENT-JRNL-NEW     ASSIGN TO HEVJRNLN
006500                               ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT GREET-AUDIT        ASSIGN TO GREETAUD
006800                               ORGANIZATION IS LINE SEQUENTIAL
006900                               FILE STATUS IS WS-AUDIT-STATUS.
007000
007100     SELECT AUDIT-NEW          ASSIGN TO GREETAUN
007200                               ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT AUDIT-ARCHIVE      ASSIGN TO GAUDARCV
007500                               ORGANIZATION IS LINE SEQUENTIAL
007600                               FILE STATUS IS WS-ARCHIVE-STATUS.
007700
007800     SELECT ARCHIVE-NEW        ASSIGN TO GAUDARCN
007900                               ORGANIZATION IS LINE SEQUENTIAL.
008000
008100     SELECT BACKUP-FILE        ASSIGN TO HONBKUP
008200                               ORGANIZATION IS LINE SEQUENTIAL
008300                               FILE STATUS IS WS-BACKUP-STATUS.
008400
008500     SELECT BACKUP-NEW         ASSIGN TO HONBKUPN
008600                               ORGANIZATION IS LINE SEQUENTIAL.
008700
008800     SELECT ERASURE-RPT        ASSIGN TO HONRETRP
008900                               ORGANIZATION IS LINE SEQUENTIAL.
009000*================================================================*
009100 DATA DIVISION.
009200 FILE SECTION.
009300*----------------------------------------------------------------*
009400* HONOREE-FILE - THE LIVE MASTER, READ IN KEY ORDER FOR THE      *
009500* CANDIDATES, REWRITTEN FOR EACH ERASURE, AND READ BY KEY TO TELL*
009600* WHETHER A ROW ON ANOTHER FILE BELONGS TO AN ERASED HONOREE     *
009700*----------------------------------------------------------------*
009800 FD  HONOREE-FILE
009900     RECORDING MODE IS F.
010000     COPY HONOREE.
010100*----------------------------------------------------------------*
010200* HONOREE-EVENT - THE BIRTHDAY ROW CARRIES THE BIRTH DATE AGAIN  *
010300*----------------------------------------------------------------*
010400 FD  HONOREE-EVENT
010500     RECORDING MODE IS F.
010600     COPY HONEVENT.
010700*----------------------------------------------------------------*
010800* BOUNCE-HIST - KEYED BY HON-ID AND ADDRESS, SO AN ERASED        *
010900* HONOREE'S ROWS ARE DELETED RATHER THAN REWRITTEN               *
011000*----------------------------------------------------------------*
011100 FD  BOUNCE-HIST
011200     RECORDING MODE IS F.
011300     COPY BOUNCHST.
011400*----------------------------------------------------------------*
011500* HONOREE-JRNL - THE HONOREE CHANGE JOURNAL: READ ONCE TO DATE   *
011600* EACH DEACTIVATION AND AGAIN TO COPY IT.  HONOREE-JRNL-NEW IS   *
011700* THE CLEANSED COPY THAT REPLACES HONJRNL AFTER A GOOD RUN       *
011800*----------------------------------------------------------------*
011900 FD  HONOREE-JRNL
012000     RECORDING MODE IS F.
012100     COPY HONJRNL.
012200 FD  HONOREE-JRNL-NEW
012300     RECORDING MODE IS F.
012400 01  HONOREE-JRNL-NEW-REC       PIC X(212).
012500*----------------------------------------------------------------*
012600* HONOREE-EVENT-JRNL - THE EVENT CHANGE JOURNAL, AND ITS CLEANSED*
012700* COPY THAT REPLACES HEVJRNL AFTER A GOOD RUN                    *
012800*----------------------------------------------------------------*
012900 FD  HONOREE-EVENT-JRNL
013000     RECORDING MODE IS F.
013100     COPY HEVJRNL.
013200 FD  EVENT-JRNL-NEW
013300     RECORDING MODE IS F.
013400 01  EVENT-JRNL-NEW-REC         PIC X(188).
013500*----------------------------------------------------------------*
013600* GREET-AUDIT - THE LIVE AUDIT TRAIL, AND ITS CLEANSED COPY THAT *
013700* REPLACES GREETAUD AFTER A GOOD RUN                             *
013800*----------------------------------------------------------------*
013900 FD  GREET-AUDIT
014000     RECORDING MODE IS F.
014100     COPY GREETAUD.
014200 FD  AUDIT-NEW
014300     RECORDING MODE IS F.
014400 01  AUDIT-NEW-REC              PIC X(69).
014500*----------------------------------------------------------------*
014600* AUDIT-ARCHIVE - ONE GAUDARCH ARCHIVE (A HEADER ROW, THEN AUDIT *
014700* ROWS), AND ITS CLEANSED COPY.  OPTIONAL - NOT SUPPLIED MEANS   *
014800* NOT SWEPT THIS RUN                                             *
014900*----------------------------------------------------------------*
015000 FD  AUDIT-ARCHIVE
015100     RECORDING MODE IS F.
015200 01  AUDIT-ARCHIVE-REC          PIC X(69).
015300 FD  ARCHIVE-NEW
015400     RECORDING MODE IS F.
015500 01  ARCHIVE-NEW-REC            PIC X(69).
015600*----------------------------------------------------------------*
015700* BACKUP-FILE - ONE HONUTIL BACKUP, SAME LAYOUT AS IN HONUTIL,   *
015800* AND ITS CLEANSED COPY.  OPTIONAL - NOT SUPPLIED MEANS NOT SWEPT*
015900* THIS RUN                                                       *
016000*----------------------------------------------------------------*
016100 FD  BACKUP-FILE
016200     RECORDING MODE IS F.
016300 01  BACKUP-REC.
016400     05  BKP-REC-TYPE           PIC X(01).
016500         88  BKP-HEADER                 VALUE "H".
016600         88  BKP-DETAIL                 VALUE "D".
016700         88  BKP-TRAILER                VALUE "T".
016800     05  FILLER                 PIC X(99).
016900 01  BACKUP-DETAIL-REC.
017000     05  FILLER                 PIC X(01).
017100     05  BKD-HONOREE-IMAGE      PIC X(92).
017200     05  FILLER                 PIC X(07).
017300 01  BACKUP-TRAILER-REC.
017400     05  FILLER                 PIC X(01).
017500     05  BKT-RECORD-COUNT       PIC 9(07).
017600     05  BKT-ID-HASH            PIC 9(11).
017700     05  BKT-YEAR-HASH          PIC 9(11).
017800     05  FILLER                 PIC X(70).
017900 FD  BACKUP-NEW
018000     RECORDING MODE IS F.
018100 01  BACKUP-NEW-REC             PIC X(100).
018200*----------------------------------------------------------------*
018300* ERASURE-RPT - THE CERTIFICATE OF ERASURE                       *
018400*----------------------------------------------------------------*
018500 FD  ERASURE-RPT
018600     RECORDING MODE IS F.
018700 01  ERASURE-RPT-REC            PIC X(132).
018800 WORKING-STORAGE SECTION.
018900*----------------------------------------------------------------*
019000* RUN-DATE WORK AREAS                                            *
019100*----------------------------------------------------------------*
019200 77  WS-TODAY                   PIC X(21).
019300 01  WS-CURRENT-DATE-R.
019400     05  WS-CURRENT-YEAR        PIC 9(04).
019500     05  WS-CURRENT-MONTH       PIC 9(02).
019600     05  WS-CURRENT-DAY         PIC 9(02).
019700 77  WS-PRINT-DATE              PIC X(10).
019800 77  WS-PRINT-TIME              PIC X(08).
019900 77  WS-BATCH-OPERATOR          PIC X(08)  VALUE "HONRETN".
020000*----------------------------------------------------------------*
020100* RETENTION PERIOD - AN INACTIVE HONOREE IS ERASED ONCE THE      *
020200* DEACTIVATION ON HONJRNL IS MORE THAN WS-RETENTION-YEARS OLD.   *
020300* CHANGE WS-RETENTION-YEARS WHEN THE PRIVACY OFFICE CHANGES THE  *
020400* PERIOD                                                         *
020500*----------------------------------------------------------------*
020600 77  WS-RETENTION-YEARS         PIC 9(02)  VALUE 07.
020700 01  WS-CUTOFF-DATE-R.
020800     05  WS-CUTOFF-YEAR         PIC 9(04).
020900     05  WS-CUTOFF-MONTH        PIC 9(02).
021000     05  WS-CUTOFF-DAY          PIC 9(02).
021100 01  WS-CUTOFF-YMD REDEFINES WS-CUTOFF-DATE-R
021200                                PIC X(08).
021300 77  WS-CUTOFF-PRINT            PIC X(10).
021400 77  WS-JRNL-YMD                PIC X(08).
021500*----------------------------------------------------------------*
021600* PLACEHOLDER VALUES - WHAT AN ERASED HONOREE CARRIES IN PLACE OF*
021700* THE PERSONAL FIELDS.  THE NAME ALSO MARKS THE HONOREE AS ERASED*
021800* FOR LATER RUNS, SO THE SAME PLACEHOLDERS ARE WRITTEN EVERYWHERE*
021900*----------------------------------------------------------------*
022000 77  WS-ERASED-NAME             PIC X(30)  VALUE
022100     "*** ERASED - RETENTION ***".
022200*----------------------------------------------------------------*
022300* FILE STATUS AND CONTROL SWITCHES                               *
022400*----------------------------------------------------------------*
022500 77  WS-HONOREE-STATUS          PIC X(02).
022600     88  HONOREE-STATUS-OK              VALUE "00".
022700 77  WS-EVENT-STATUS            PIC X(02).
022800     88  EVENT-STATUS-OK                VALUE "00".
022900 77  WS-BOUNCE-STATUS           PIC X(02).
023000     88  BOUNCE-STATUS-OK               VALUE "00".
023100 77  WS-JRNL-STATUS             PIC X(02).
023200     88  JRNL-STATUS-OK                 VALUE "00".
023300 77  WS-HEVJRNL-STATUS          PIC X(02).
023400     88  HEVJRNL-STATUS-OK              VALUE "00".
023500 77  WS-AUDIT-STATUS            PIC X(02).
023600     88  AUDIT-STATUS-OK                VALUE "00".
023700 77  WS-ARCHIVE-STATUS          PIC X(02).
023800     88  ARCHIVE-STATUS-OK              VALUE "00".
023900     88  ARCHIVE-NOT-SUPPLIED           VALUE "35".
024000 77  WS-BACKUP-STATUS           PIC X(02).
024100     88  BACKUP-STATUS-OK               VALUE "00".
024200     88  BACKUP-NOT-SUPPLIED            VALUE "35".
024300 77  WS-EOF-SWITCH              PIC X(01)  VALUE "N".
024400     88  INPUT-EOF                       VALUE "Y".
024500 77  WS-BOUNCE-EOF-SWITCH       PIC X(01)  VALUE "N".
024600     88  BOUNCE-EOF                      VALUE "Y".
024700 77  WS-ERASED-SWITCH           PIC X(01)  VALUE "N".
024800     88  ID-IS-ERASED                    VALUE "Y".
024900 77  WS-FOUND-SWITCH            PIC X(01)  VALUE "N".
025000     88  ENTRY-FOUND                     VALUE "Y".
025100 77  WS-LAST-CHECK-ID           PIC X(06)  VALUE SPACES.
025200 77  WS-CHECK-ID                PIC X(06).
025300 77  WS-BEFORE-FLAG             PIC X(01).
025400*----------------------------------------------------------------*
025500* IMAGE WORK AREAS - THE HONOREE, EVENT AND AUDIT LAYOUTS OVER   *
025600* WHICH A JOURNAL IMAGE, BACKUP DETAIL OR AUDIT ROW IS ERASED.   *
025700* THEY FOLLOW HONOREE-REC, HONOREE-EVENT-REC AND GREET-AUDIT-REC *
025800* FIELD FOR FIELD                                                *
025900*----------------------------------------------------------------*
026000 01  WS-HONOREE-IMAGE.
026100     05  IMG-ID                 PIC X(06).
026200     05  IMG-NAME               PIC X(30).
026300     05  IMG-BIRTH-YEAR         PIC 9(04).
026400     05  IMG-BIRTH-MONTH        PIC 9(02).
026500     05  IMG-BIRTH-DAY          PIC 9(02).
026600     05  IMG-ACTIVE-FLAG        PIC X(01).
026700         88  IMG-INACTIVE               VALUE "N".
026800     05  IMG-TYPE               PIC X(01).
026900     05  IMG-LANG-CODE          PIC X(02).
027000     05  IMG-EMAIL-ADDR         PIC X(40).
027100     05  IMG-GREET-PREF         PIC X(01).
027200     05  IMG-DEPT-CODE          PIC X(03).
027300 77  WS-OLD-BIRTH-YEAR          PIC 9(04).
027400 01  WS-EVENT-IMAGE.
027500     05  EVI-HONOREE-ID         PIC X(06).
027600     05  EVI-EVENT-TYPE         PIC X(01).
027700         88  EVI-EVENT-BIRTHDAY         VALUE "B".
027800     05  EVI-EVENT-YEAR         PIC 9(04).
027900     05  EVI-EVENT-MONTH        PIC 9(02).
028000     05  EVI-EVENT-DAY          PIC 9(02).
028100     05  EVI-GREETING-TEXT      PIC X(40).
028200     05  FILLER                 PIC X(25).
028300 01  WS-AUDIT-IMAGE.
028400     05  AUI-RUN-DATE           PIC X(10).
028500     05  FILLER                 PIC X(02).
028600     05  AUI-HONOREE-ID         PIC X(06).
028700     05  FILLER                 PIC X(02).
028800     05  AUI-YEAR               PIC 9(04).
028900     05  FILLER                 PIC X(02).
029000     05  AUI-RETURN-CODE        PIC 9(04).
029100     05  FILLER                 PIC X(02).
029200     05  AUI-GREET-TYPE         PIC X(01).
029300     05  FILLER                 PIC X(02).
029400     05  AUI-DUE-DATE           PIC X(10).
029500     05  FILLER                 PIC X(02).
029600     05  AUI-EXTRACT-COUNT      PIC 9(02).
029700     05  FILLER                 PIC X(02).
029800     05  AUI-EVENT-TYPE         PIC X(01).
029900         88  AUI-EVENT-BIRTHDAY         VALUE "B" " ".
030000     05  FILLER                 PIC X(17).
030100 77  WS-YEAR-HASH-ADJUST        PIC 9(11)  COMP  VALUE ZERO.
030200*----------------------------------------------------------------*
030300* JOURNAL TIMESTAMP WORK AREAS - FOR THE ROW THAT RECORDS EACH   *
030400* ERASURE ON HONJRNL AND HEVJRNL                                 *
030500*----------------------------------------------------------------*
030600 77  WS-JRNL-TODAY              PIC X(21).
030700 77  WS-JRNL-DATE               PIC X(10).
030800 77  WS-JRNL-TIME               PIC X(08).
030900*----------------------------------------------------------------*
031000* FILE TABLE - THE EIGHT FILES THE RUN CAN TOUCH, IN THE ORDER   *
031100* THE CERTIFICATE LISTS THEM, WITH THE ROWS ERASED ON EACH AND   *
031200* WHETHER IT WAS SUPPLIED                                        *
031300*----------------------------------------------------------------*
031400 01  WS-FILE-NAME-DATA.
031500     05  FILLER                 PIC X(38)  VALUE
031600         "HONORFILHONOREE-FILE MASTER RECORD    ".
031700     05  FILLER                 PIC X(38)  VALUE
031800         "HONEVENTHONOREE-EVENT BIRTHDAY ROW    ".
031900     05  FILLER                 PIC X(38)  VALUE
032000         "BOUNCHSTBOUNCE-HIST ROWS DELETED      ".
032100     05  FILLER                 PIC X(38)  VALUE
032200         "HONJRNL HONJRNL BEFORE/AFTER IMAGES   ".
032300     05  FILLER                 PIC X(38)  VALUE
032400         "HEVJRNL HEVJRNL BIRTHDAY IMAGES       ".
032500     05  FILLER                 PIC X(38)  VALUE
032600         "GREETAUDGREET-AUDIT BIRTHDAY ROWS     ".
032700     05  FILLER                 PIC X(38)  VALUE
032800         "GAUDARCVGAUDARCH ARCHIVE ROWS         ".
032900     05  FILLER                 PIC X(38)  VALUE
033000         "HONBKUP HONUTIL BACKUP DETAIL RECORDS ".
033100 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-DATA.
033200     05  WS-FILE-NAME-ENTRY     OCCURS 8 TIMES.
033300         10  FIL-DD-NAME        PIC X(08).
033400         10  FIL-DESCRIPTION    PIC X(30).
033500 01  WS-FILE-NEW-DATA.
033600     05  FILLER                 PIC X(20)  VALUE
033700         "UPDATED IN PLACE".
033800     05  FILLER                 PIC X(20)  VALUE
033900         "UPDATED IN PLACE".
034000     05  FILLER                 PIC X(20)  VALUE
034100         "UPDATED IN PLACE".
034200     05  FILLER                 PIC X(20)  VALUE
034300         "NEW COPY HONJRNLN".
034400     05  FILLER                 PIC X(20)  VALUE
034500         "NEW COPY HEVJRNLN".
034600     05  FILLER                 PIC X(20)  VALUE
034700         "NEW COPY GREETAUN".
034800     05  FILLER                 PIC X(20)  VALUE
034900         "NEW COPY GAUDARCN".
035000     05  FILLER                 PIC X(20)  VALUE
035100         "NEW COPY HONBKUPN".
035200 01  WS-FILE-NEW-TABLE REDEFINES WS-FILE-NEW-DATA.
035300     05  FIL-DISPOSITION        OCCURS 8 TIMES PIC X(20).
035400 01  WS-FILE-TOTAL-TABLE.
035500     05  WS-FILE-TOTAL-ENTRY    OCCURS 8 TIMES.
035600         10  FIL-ROW-TOTAL      PIC 9(07)  COMP.
035700         10  FIL-SUPPLIED       PIC X(01).
035800             88  FILE-SUPPLIED          VALUE "Y".
035900 77  WS-FILE-NO                 PIC 9(02)  COMP.
036000 77  WS-FILE-MASTER             PIC 9(02)  COMP  VALUE 1.
036100 77  WS-FILE-EVENT              PIC 9(02)  COMP  VALUE 2.
036200 77  WS-FILE-BOUNCE             PIC 9(02)  COMP  VALUE 3.
036300 77  WS-FILE-HONJRNL            PIC 9(02)  COMP  VALUE 4.
036400 77  WS-FILE-HEVJRNL            PIC 9(02)  COMP  VALUE 5.
036500 77  WS-FILE-AUDIT              PIC 9(02)  COMP  VALUE 6.
036600 77  WS-FILE-ARCHIVE            PIC 9(02)  COMP  VALUE 7.
036700 77  WS-FILE-BACKUP             PIC 9(02)  COMP  VALUE 8.
036800*----------------------------------------------------------------*
036900* HONOREE TABLE - EVERY INACTIVE HONOREE NOT YET ERASED, IN      *
037000* HON-ID ORDER, WITH THE DATE OF THE DEACTIVATION ON HONJRNL AND *
037100* THE ROWS ERASED ON EACH FILE.  AN HONOREE ERASED BY AN EARLIER *
037200* RUN WHOSE ROWS TURN UP ON A FILE SWEPT NOW IS ADDED IN ITS     *
037300* PLACE.  HONOREES THAT DO NOT FIT WAIT FOR THE NEXT RUN         *
037400*----------------------------------------------------------------*
037500 01  WS-HONOREE-TABLE.
037600     05  WS-HONOREE-ENTRY       OCCURS 5000 TIMES.
037700         10  ENT-HONOREE-ID     PIC X(06).
037800         10  ENT-STATUS         PIC X(01).
037900             88  ENT-CANDIDATE          VALUE "C".
038000             88  ENT-ERASE              VALUE "E".
038100             88  ENT-NOT-DUE            VALUE "K".
038200             88  ENT-NO-DATE            VALUE "U".
038300             88  ENT-EARLIER            VALUE "P".
038400         10  ENT-SINCE-DATE     PIC X(10).
038500         10  ENT-SINCE-YMD      PIC X(08).
038600         10  ENT-ROW-COUNT      OCCURS 8 TIMES
038700                                PIC 9(05)  COMP.
038800 77  WS-HONOREE-MAX             PIC 9(05)  COMP  VALUE 5000.
038900 77  WS-HONOREE-COUNT           PIC 9(05)  COMP  VALUE ZERO.
039000 77  WS-ENT-IX                  PIC 9(05)  COMP.
039100 77  WS-LOW-IX                  PIC 9(05)  COMP.
039200 77  WS-HIGH-IX                 PIC 9(05)  COMP.
039300 77  WS-MID-IX                  PIC 9(05)  COMP.
039400 77  WS-SHIFT-IX                PIC 9(05)  COMP.
039500 77  WS-SAVE-FILE-NO            PIC 9(02)  COMP.
039600 77  WS-ROW-BEFORE              PIC X(220).
039700 01  WS-NEW-ENTRY.
039800     05  NEW-HONOREE-ID         PIC X(06).
039900     05  NEW-STATUS             PIC X(01).
040000     05  NEW-SINCE-DATE         PIC X(10).
040100     05  NEW-SINCE-YMD          PIC X(08).
040200     05  NEW-ROW-COUNT          OCCURS 8 TIMES
040300                                PIC 9(05)  COMP.
040400*----------------------------------------------------------------*
040500* CONTROL TOTALS                                                 *
040600*----------------------------------------------------------------*
040700 77  WS-HONOREE-READ-COUNT      PIC 9(07)  COMP  VALUE ZERO.
040800 77  WS-ALREADY-ERASED-COUNT    PIC 9(07)  COMP  VALUE ZERO.
040900 77  WS-CANDIDATE-COUNT         PIC 9(07)  COMP  VALUE ZERO.
041000 77  WS-ERASED-COUNT            PIC 9(07)  COMP  VALUE ZERO.
041100 77  WS-NOT-DUE-COUNT           PIC 9(07)  COMP  VALUE ZERO.
041200 77  WS-NO-DATE-COUNT           PIC 9(07)  COMP  VALUE ZERO.
041300 77  WS-EARLIER-COUNT           PIC 9(07)  COMP  VALUE ZERO.
041400 77  WS-OVERFLOW-COUNT          PIC 9(07)  COMP  VALUE ZERO.
041500 77  WS-UNLISTED-COUNT          PIC 9(07)  COMP  VALUE ZERO.
041600*----------------------------------------------------------------*
041700* REPORT LINE WORK AREAS                                         *
041800*----------------------------------------------------------------*
041900 01  WS-TITLE-LINE.
042000     05  FILLER                 PIC X(40)  VALUE
042100         "CERTIFICATE OF ERASURE - HONOREE DATA".
042200     05  FILLER                 PIC X(10)  VALUE "RUN DATE: ".
042300     05  TTL-RUN-DATE           PIC X(10).
042400     05  FILLER                 PIC X(01)  VALUE SPACES.
042500     05  TTL-RUN-TIME           PIC X(08).
042600     05  FILLER                 PIC X(63)  VALUE SPACES.
042700 01  WS-PERIOD-LINE.
042800     05  FILLER                 PIC X(18)  VALUE
042900         "RETENTION PERIOD: ".
043000     05  PRD-YEARS              PIC Z9.
043100     05  FILLER                 PIC X(28)  VALUE
043200         " YEARS - DEACTIVATED BEFORE ".
043300     05  PRD-CUTOFF-DATE        PIC X(10).
043400     05  FILLER                 PIC X(74)  VALUE SPACES.
043500 01  WS-FIELDS-LINE.
043600     05  FILLER                 PIC X(50)  VALUE
043700         "FIELDS REPLACED: NAME, BIRTH DATE, EMAIL ADDRESS,".
043800     05  FILLER                 PIC X(50)  VALUE
043900         " BIRTHDAY DATES AND AGES.  HON-ID, THE ROWS AND".
044000     05  FILLER                 PIC X(32)  VALUE
044100         " THEIR COUNTS ARE KEPT.".
044200 01  WS-HONOREE-LINE.
044300     05  FILLER                 PIC X(08)  VALUE "HON-ID  ".
044400     05  HNL-HONOREE-ID         PIC X(06).
044500     05  FILLER                 PIC X(02)  VALUE SPACES.
044600     05  HNL-TEXT               PIC X(40).
044700     05  HNL-SINCE-DATE         PIC X(10).
044800     05  FILLER                 PIC X(66)  VALUE SPACES.
044900 01  WS-FILE-LINE.
045000     05  FILLER                 PIC X(10)  VALUE SPACES.
045100     05  FLN-DD-NAME            PIC X(08).
045200     05  FILLER                 PIC X(02)  VALUE SPACES.
045300     05  FLN-DESCRIPTION        PIC X(30).
045400     05  FLN-ROW-COUNT          PIC ZZZZ9.
045500     05  FILLER                 PIC X(08)  VALUE " ROWS   ".
045600     05  FLN-DISPOSITION        PIC X(20).
045700     05  FILLER                 PIC X(49)  VALUE SPACES.
045800 01  WS-FILE-SUMMARY-LINE.
045900     05  FSL-DD-NAME            PIC X(08).
046000     05  FILLER                 PIC X(02)  VALUE SPACES.
046100     05  FSL-DESCRIPTION        PIC X(30).
046200     05  FSL-ROW-TOTAL          PIC ZZZZZZ9.
046300     05  FILLER                 PIC X(08)  VALUE " ROWS   ".
046400     05  FSL-DISPOSITION        PIC X(20).
046500     05  FILLER                 PIC X(57)  VALUE SPACES.
046600 01  WS-TOTAL-LINE.
046700     05  TOT-LABEL              PIC X(40).
046800     05  TOT-COUNT              PIC ZZZZZZ9.
046900     05  FILLER                 PIC X(85)  VALUE SPACES.
047000*================================================================*
047100 PROCEDURE DIVISION.
047200*================================================================*
047300* 0000-MAINLINE - CONTROLS OVERALL PROGRAM FLOW                  *
047400*================================================================*
047500 0000-MAINLINE.
047600     PERFORM 1000-INITIALIZE       THRU 1000-EXIT
047700     PERFORM 2000-SELECT-HONOREES  THRU 2000-EXIT
047800     PERFORM 3000-DATE-DEACTIVATIONS THRU 3000-EXIT
047900     PERFORM 4000-ERASE-HONOREES   THRU 4000-EXIT
048000     PERFORM 5000-COPY-HONJRNL     THRU 5000-EXIT
048100     PERFORM 5500-COPY-HEVJRNL     THRU 5500-EXIT
048200     PERFORM 6000-COPY-AUDIT       THRU 6000-EXIT
048300     PERFORM 6500-COPY-ARCHIVE     THRU 6500-EXIT
048400     PERFORM 7000-COPY-BACKUP      THRU 7000-EXIT
048500     PERFORM 8000-PRINT-CERTIFICATE THRU 8000-EXIT
048600     PERFORM 9000-TERMINATE        THRU 9000-EXIT
048700     STOP RUN
048800     .
048900*----------------------------------------------------------------*
049000* 1000-INITIALIZE - COMPUTE THE RUN DATE AND THE RETENTION       *
049100*                   CUTOFF, AND OPEN THE FILES UPDATED IN PLACE  *
049200*                   AND THE CERTIFICATE                          *
049300*----------------------------------------------------------------*
049400 1000-INITIALIZE.
049500     MOVE FUNCTION CURRENT-DATE TO WS-TODAY
049600     MOVE WS-TODAY (1:4)        TO WS-CURRENT-YEAR
049700     MOVE WS-TODAY (5:2)        TO WS-CURRENT-MONTH
049800     MOVE WS-TODAY (7:2)        TO WS-CURRENT-DAY
049900
050000     STRING WS-CURRENT-MONTH    DELIMITED BY SIZE
050100            "/"                 DELIMITED BY SIZE
050200            WS-CURRENT-DAY      DELIMITED BY SIZE
050300            "/"                 DELIMITED BY SIZE
050400            WS-CURRENT-YEAR     DELIMITED BY SIZE
050500       INTO WS-PRINT-DATE
050600     STRING WS-TODAY (9:2)      DELIMITED BY SIZE
050700            ":"                 DELIMITED BY SIZE
050800            WS-TODAY (11:2)     DELIMITED BY SIZE
050900            ":"                 DELIMITED BY SIZE
051000            WS-TODAY (13:2)     DELIMITED BY SIZE
051100       INTO WS-PRINT-TIME
051200
051300     SUBTRACT WS-RETENTION-YEARS FROM WS-CURRENT-YEAR
051400         GIVING WS-CUTOFF-YEAR
051500     MOVE WS-CURRENT-MONTH      TO WS-CUTOFF-MONTH
051600     MOVE WS-CURRENT-DAY        TO WS-CUTOFF-DAY
051700     STRING WS-CUTOFF-MONTH     DELIMITED BY SIZE
051800            "/"                 DELIMITED BY SIZE
051900            WS-CUTOFF-DAY       DELIMITED BY SIZE
052000            "/"                 DELIMITED BY SIZE
052100            WS-CUTOFF-YEAR      DELIMITED BY SIZE
052200       INTO WS-CUTOFF-PRINT
052300
052400     OPEN I-O HONOREE-FILE
052500     IF NOT HONOREE-STATUS-OK
052600         DISPLAY "UNABLE TO OPEN HONOREE-FILE - FILE STATUS = "
052700             WS-HONOREE-STATUS
052800         MOVE 16 TO RETURN-CODE
052900         STOP RUN
053000     END-IF
053100     OPEN I-O HONOREE-EVENT
053200     IF NOT EVENT-STATUS-OK
053300         DISPLAY "UNABLE TO OPEN HONOREE-EVENT - FILE STATUS = "
053400             WS-EVENT-STATUS
053500         MOVE 16 TO RETURN-CODE
053600         STOP RUN
053700     END-IF
053800     OPEN I-O BOUNCE-HIST
053900     IF NOT BOUNCE-STATUS-OK
054000         DISPLAY "UNABLE TO OPEN BOUNCE-HIST - FILE STATUS = "
054100             WS-BOUNCE-STATUS
054200         MOVE 16 TO RETURN-CODE
054300         STOP RUN
054400     END-IF
054500     OPEN OUTPUT ERASURE-RPT
054600
054700     PERFORM 1050-CLEAR-FILE-TOTAL THRU 1050-EXIT
054800         VARYING WS-FILE-NO FROM 1 BY 1
054900         UNTIL WS-FILE-NO > 8
055000     .
055100 1000-EXIT.
055200     EXIT.
055300*----------------------------------------------------------------*
055400* 1050-CLEAR-FILE-TOTAL - ZERO ONE FILE'S ROW TOTAL.  EVERY FILE *
055500*                         IS TAKEN AS SUPPLIED UNTIL ITS OPEN    *
055600*                         SAYS OTHERWISE                         *
055700*----------------------------------------------------------------*
055800 1050-CLEAR-FILE-TOTAL.
055900     MOVE ZERO                  TO FIL-ROW-TOTAL (WS-FILE-NO)
056000     MOVE "Y"                   TO FIL-SUPPLIED (WS-FILE-NO)
056100     .
056200 1050-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------*
056500* 1100-READ-HONOREE - READ THE NEXT HONOREE-FILE RECORD          *
056600*----------------------------------------------------------------*
056700 1100-READ-HONOREE.
056800     READ HONOREE-FILE NEXT RECORD
056900         AT END
057000             MOVE "Y" TO WS-EOF-SWITCH
057100         NOT AT END
057200             ADD 1 TO WS-HONOREE-READ-COUNT
057300     END-READ
057400     .
057500 1100-EXIT.
057600     EXIT.
057700*----------------------------------------------------------------*
057800* 1200-SET-TIMESTAMP - CURRENT DATE (MM/DD/CCYY) AND TIME        *
057900*                      (HH:MM:SS) IN THE JOURNAL'S FORM          *
058000*----------------------------------------------------------------*
058100 1200-SET-TIMESTAMP.
058200     MOVE FUNCTION CURRENT-DATE TO WS-JRNL-TODAY
058300     STRING WS-JRNL-TODAY (5:2)  DELIMITED BY SIZE
058400            "/"                  DELIMITED BY SIZE
058500            WS-JRNL-TODAY (7:2)  DELIMITED BY SIZE
058600            "/"                  DELIMITED BY SIZE
058700            WS-JRNL-TODAY (1:4)  DELIMITED BY SIZE
058800       INTO WS-JRNL-DATE
058900     STRING WS-JRNL-TODAY (9:2)  DELIMITED BY SIZE
059000            ":"                  DELIMITED BY SIZE
059100            WS-JRNL-TODAY (11:2) DELIMITED BY SIZE
059200            ":"                  DELIMITED BY SIZE
059300            WS-JRNL-TODAY (13:2) DELIMITED BY SIZE
059400       INTO WS-JRNL-TIME
059500     .
059600 1200-EXIT.
059700     EXIT.
059800*----------------------------------------------------------------*
059900* 2000-SELECT-HONOREES - ONE PASS OVER HONOREE-FILE IN KEY ORDER *
060000*                        TABLING EVERY INACTIVE HONOREE NOT YET  *
060100*                        ERASED                                  *
060200*----------------------------------------------------------------*
060300 2000-SELECT-HONOREES.
060400     MOVE "N"                   TO WS-EOF-SWITCH
060500     PERFORM 1100-READ-HONOREE  THRU 1100-EXIT
060600     PERFORM 2100-TEST-HONOREE  THRU 2100-EXIT
060700         UNTIL INPUT-EOF
060800     .
060900 2000-EXIT.
061000     EXIT.
061100*----------------------------------------------------------------*
061200* 2100-TEST-HONOREE - TABLE ONE HONOREE WHEN IT IS INACTIVE AND  *
061300*                     STILL CARRIES PERSONAL DATA                *
061400*----------------------------------------------------------------*
061500 2100-TEST-HONOREE.
061600     IF HON-NAME = WS-ERASED-NAME
061700         ADD 1                  TO WS-ALREADY-ERASED-COUNT
061800         GO TO 2100-NEXT
061900     END-IF
062000     IF NOT HON-INACTIVE
062100         GO TO 2100-NEXT
062200     END-IF
062300
062400     IF WS-HONOREE-COUNT NOT < WS-HONOREE-MAX
062500         ADD 1                  TO WS-OVERFLOW-COUNT
062600         MOVE 4                 TO RETURN-CODE
062700         GO TO 2100-NEXT
062800     END-IF
062900     ADD 1                      TO WS-CANDIDATE-COUNT
063000     ADD 1                      TO WS-HONOREE-COUNT
063100     MOVE WS-HONOREE-COUNT      TO WS-ENT-IX
063200     MOVE HON-ID                TO ENT-HONOREE-ID (WS-ENT-IX)
063300     MOVE "C"                   TO ENT-STATUS (WS-ENT-IX)
063400     MOVE SPACES                TO ENT-SINCE-DATE (WS-ENT-IX)
063500                                   ENT-SINCE-YMD (WS-ENT-IX)
063600     PERFORM 2150-CLEAR-ROW-COUNT THRU 2150-EXIT
063700         VARYING WS-FILE-NO FROM 1 BY 1
063800         UNTIL WS-FILE-NO > 8
063900     .
064000 2100-NEXT.
064100     PERFORM 1100-READ-HONOREE  THRU 1100-EXIT
064200     .
064300 2100-EXIT.
064400     EXIT.
064500*----------------------------------------------------------------*
064600* 2150-CLEAR-ROW-COUNT - ZERO ONE FILE'S COUNT ON THE CURRENT    *
064700*                        TABLE ENTRY                             *
064800*----------------------------------------------------------------*
064900 2150-CLEAR-ROW-COUNT.
065000     MOVE ZERO
065100         TO ENT-ROW-COUNT (WS-ENT-IX, WS-FILE-NO)
065200     .
065300 2150-EXIT.
065400     EXIT.
065500*----------------------------------------------------------------*
065600* 3000-DATE-DEACTIVATIONS - ONE PASS OVER HONJRNL TAKING, FOR    *
065700*                           EACH TABLED HONOREE, THE DATE OF THE *
065800*                           LAST CHANGE THAT MADE IT INACTIVE,   *
065900*                           THEN DECIDE WHO IS DUE FOR ERASURE   *
066000*----------------------------------------------------------------*
066100 3000-DATE-DEACTIVATIONS.
066200     OPEN INPUT HONOREE-JRNL
066300     IF NOT JRNL-STATUS-OK
066400         DISPLAY "UNABLE TO OPEN HONOREE-JRNL - FILE STATUS = "
066500             WS-JRNL-STATUS
066600         MOVE 16 TO RETURN-CODE
066700         STOP RUN
066800     END-IF
066900     MOVE "N"                   TO WS-EOF-SWITCH
067000     PERFORM 3050-READ-JOURNAL  THRU 3050-EXIT
067100     PERFORM 3100-TEST-JOURNAL-ROW THRU 3100-EXIT
067200         UNTIL INPUT-EOF
067300     CLOSE HONOREE-JRNL
067400
067500     PERFORM 3200-DECIDE-ERASURE THRU 3200-EXIT
067600         VARYING WS-ENT-IX FROM 1 BY 1
067700         UNTIL WS-ENT-IX > WS-HONOREE-COUNT
067800     .
067900 3000-EXIT.
068000     EXIT.
068100*----------------------------------------------------------------*
068200* 3050-READ-JOURNAL - READ THE NEXT HONJRNL ROW                  *
068300*----------------------------------------------------------------*
068400 3050-READ-JOURNAL.
068500     READ HONOREE-JRNL
068600         AT END
068700             MOVE "Y" TO WS-EOF-SWITCH
068800     END-READ
068900     .
069000 3050-EXIT.
069100     EXIT.
069200*----------------------------------------------------------------*
069300* 3100-TEST-JOURNAL-ROW - A ROW THAT TAKES A TABLED HONOREE FROM *
069400*                         ACTIVE TO INACTIVE DATES THE           *
069500*                         DEACTIVATION; A LATER ROW THAT MAKES IT*
069600*                         ACTIVE AGAIN CLEARS THE DATE           *
069700*----------------------------------------------------------------*
069800 3100-TEST-JOURNAL-ROW.
069900     IF HJR-AFTER-IMAGE NOT = SPACES
070000         MOVE HJR-AFTER-IMAGE (1:6) TO WS-CHECK-ID
070100     ELSE
070200         MOVE HJR-BEFORE-IMAGE (1:6) TO WS-CHECK-ID
070300     END-IF
070400     PERFORM 7900-FIND-ENTRY    THRU 7900-EXIT
070500     IF NOT ENTRY-FOUND
070600         GO TO 3100-NEXT
070700     END-IF
070800
070900     MOVE HJR-BEFORE-IMAGE      TO WS-HONOREE-IMAGE
071000     MOVE IMG-ACTIVE-FLAG       TO WS-BEFORE-FLAG
071100     MOVE HJR-AFTER-IMAGE       TO WS-HONOREE-IMAGE
071200
071300     IF  HJR-AFTER-IMAGE NOT = SPACES
071400     AND NOT IMG-INACTIVE
071500         MOVE SPACES            TO ENT-SINCE-DATE (WS-ENT-IX)
071600                                   ENT-SINCE-YMD (WS-ENT-IX)
071700         GO TO 3100-NEXT
071800     END-IF
071900
072000     IF  (IMG-INACTIVE OR HJR-TRAN-DEACTIVATE)
072100     AND WS-BEFORE-FLAG NOT = "N"
072200         MOVE HJR-RUN-DATE      TO ENT-SINCE-DATE (WS-ENT-IX)
072300         MOVE HJR-RUN-DATE (7:4) TO WS-JRNL-YMD (1:4)
072400         MOVE HJR-RUN-DATE (1:2) TO WS-JRNL-YMD (5:2)
072500         MOVE HJR-RUN-DATE (4:2) TO WS-JRNL-YMD (7:2)
072600         MOVE WS-JRNL-YMD       TO ENT-SINCE-YMD (WS-ENT-IX)
072700     END-IF
072800     .
072900 3100-NEXT.
073000     PERFORM 3050-READ-JOURNAL  THRU 3050-EXIT
073100     .
073200 3100-EXIT.
073300     EXIT.
073400*----------------------------------------------------------------*
073500* 3200-DECIDE-ERASURE - ERASE WHEN THE DEACTIVATION IS OLDER THAN*
073600*                       THE CUTOFF.  AN HONOREE WITH NO          *
073700*                       DEACTIVATION ON HONJRNL IS NOT ERASED ON A*
073800*                       GUESS - IT IS LISTED FOR REVIEW          *
073900*----------------------------------------------------------------*
074000 3200-DECIDE-ERASURE.
074100     EVALUATE TRUE
074200         WHEN ENT-SINCE-YMD (WS-ENT-IX) = SPACES
074300             MOVE "U"           TO ENT-STATUS (WS-ENT-IX)
074400             ADD 1              TO WS-NO-DATE-COUNT
074500             MOVE 4             TO RETURN-CODE
074600         WHEN ENT-SINCE-YMD (WS-ENT-IX) < WS-CUTOFF-YMD
074700             MOVE "E"           TO ENT-STATUS (WS-ENT-IX)
074800         WHEN OTHER
074900             MOVE "K"           TO ENT-STATUS (WS-ENT-IX)
075000             ADD 1              TO WS-NOT-DUE-COUNT
075100     END-EVALUATE
075200     .
075300 3200-EXIT.
075400     EXIT.
075500*----------------------------------------------------------------*
075600* 4000-ERASE-HONOREES - ERASE EVERY HONOREE DUE, ON THE FILES    *
075700*                       UPDATED IN PLACE                         *
075800*----------------------------------------------------------------*
075900 4000-ERASE-HONOREES.
076000     PERFORM 4100-ERASE-ONE     THRU 4100-EXIT
076100         VARYING WS-ENT-IX FROM 1 BY 1
076200         UNTIL WS-ENT-IX > WS-HONOREE-COUNT
076300     .
076400 4000-EXIT.
076500     EXIT.
076600*----------------------------------------------------------------*
076700* 4100-ERASE-ONE - REPLACE THE PERSONAL FIELDS ON THE MASTER,    *
076800*                  ZERO THE BIRTHDAY ROW'S DATE, AND DELETE THE  *
076900*                  BOUNCE-HIST ROWS, WHICH ARE KEYED BY THE      *
077000*                  ADDRESS ITSELF                                *
077100*----------------------------------------------------------------*
077200 4100-ERASE-ONE.
077300     IF NOT ENT-ERASE (WS-ENT-IX)
077400         GO TO 4100-EXIT
077500     END-IF
077600
077700     MOVE ENT-HONOREE-ID (WS-ENT-IX) TO HON-ID
077800     READ HONOREE-FILE
077900         INVALID KEY
078000             DISPLAY "HONOREE " ENT-HONOREE-ID (WS-ENT-IX)
078100                 " VANISHED DURING THE RUN - NOT ERASED"
078200             MOVE "U"           TO ENT-STATUS (WS-ENT-IX)
078300             ADD 1              TO WS-NO-DATE-COUNT
078400             MOVE 4             TO RETURN-CODE
078500             GO TO 4100-EXIT
078600     END-READ
078700     MOVE HONOREE-REC           TO WS-HONOREE-IMAGE
078800     PERFORM 7800-ERASE-HONOREE-IMAGE THRU 7800-EXIT
078900     MOVE WS-HONOREE-IMAGE      TO HONOREE-REC
079000     REWRITE HONOREE-REC
079100     IF NOT HONOREE-STATUS-OK
079200         DISPLAY "UNABLE TO REWRITE HONOREE " HON-ID
079300             " - FILE STATUS = " WS-HONOREE-STATUS
079400         MOVE 16 TO RETURN-CODE
079500         STOP RUN
079600     END-IF
079700     ADD 1                      TO WS-ERASED-COUNT
079800     MOVE WS-FILE-MASTER        TO WS-FILE-NO
079900     PERFORM 7970-COUNT-ROW     THRU 7970-EXIT
080000
080100     PERFORM 4200-ERASE-BIRTH-EVENT THRU 4200-EXIT
080200     PERFORM 4300-PURGE-BOUNCES THRU 4300-EXIT
080300     .
080400 4100-EXIT.
080500     EXIT.
080600*----------------------------------------------------------------*
080700* 4200-ERASE-BIRTH-EVENT - ZERO THE DATE AND CLEAR THE WORDING ON*
080800*                          THE HONOREE'S BIRTHDAY ROW, IF ANY    *
080900*----------------------------------------------------------------*
081000 4200-ERASE-BIRTH-EVENT.
081100     MOVE ENT-HONOREE-ID (WS-ENT-IX) TO HEV-HONOREE-ID
081200     MOVE "B"                   TO HEV-EVENT-TYPE
081300     READ HONOREE-EVENT
081400         INVALID KEY
081500             GO TO 4200-EXIT
081600     END-READ
081700     MOVE HONOREE-EVENT-REC     TO WS-EVENT-IMAGE
081800     PERFORM 7850-ERASE-EVENT-IMAGE THRU 7850-EXIT
081900     MOVE WS-EVENT-IMAGE        TO HONOREE-EVENT-REC
082000     REWRITE HONOREE-EVENT-REC
082100     IF NOT EVENT-STATUS-OK
082200         DISPLAY "UNABLE TO REWRITE BIRTHDAY ROW FOR "
082300             HEV-HONOREE-ID " - FILE STATUS = " WS-EVENT-STATUS
082400         MOVE 16 TO RETURN-CODE
082500         STOP RUN
082600     END-IF
082700     MOVE WS-FILE-EVENT         TO WS-FILE-NO
082800     PERFORM 7970-COUNT-ROW     THRU 7970-EXIT
082900     .
083000 4200-EXIT.
083100     EXIT.
083200*----------------------------------------------------------------*
083300* 4300-PURGE-BOUNCES - DELETE EVERY BOUNCE-HIST ROW FOR THE      *
083400*                      HONOREE                                   *
083500*----------------------------------------------------------------*
083600 4300-PURGE-BOUNCES.
083700     MOVE ENT-HONOREE-ID (WS-ENT-IX) TO BNH-HONOREE-ID
083800     MOVE LOW-VALUES            TO BNH-EMAIL-ADDR
083900     MOVE "N"                   TO WS-BOUNCE-EOF-SWITCH
084000     START BOUNCE-HIST KEY IS NOT LESS THAN BNH-BOUNCE-KEY
084100         INVALID KEY
084200             GO TO 4300-EXIT
084300     END-START
084400     PERFORM 4310-READ-BOUNCE   THRU 4310-EXIT
084500     PERFORM 4320-DELETE-BOUNCE THRU 4320-EXIT
084600         UNTIL BOUNCE-EOF
084700     .
084800 4300-EXIT.
084900     EXIT.
085000*----------------------------------------------------------------*
085100* 4310-READ-BOUNCE - READ THE NEXT BOUNCE-HIST ROW; A ROW FOR    *
085200*                    ANOTHER HONOREE ENDS THE SCAN               *
085300*----------------------------------------------------------------*
085400 4310-READ-BOUNCE.
085500     READ BOUNCE-HIST NEXT RECORD
085600         AT END
085700             MOVE "Y" TO WS-BOUNCE-EOF-SWITCH
085800     END-READ
085900     IF  NOT BOUNCE-EOF
086000     AND BNH-HONOREE-ID NOT = ENT-HONOREE-ID (WS-ENT-IX)
086100         MOVE "Y" TO WS-BOUNCE-EOF-SWITCH
086200     END-IF
086300     .
086400 4310-EXIT.
086500     EXIT.
086600*----------------------------------------------------------------*
086700* 4320-DELETE-BOUNCE - DELETE THE ROW JUST READ                  *
086800*----------------------------------------------------------------*
086900 4320-DELETE-BOUNCE.
087000     DELETE BOUNCE-HIST RECORD
087100     IF NOT BOUNCE-STATUS-OK
087200         DISPLAY "UNABLE TO DELETE BOUNCE-HIST ROW FOR "
087300             BNH-HONOREE-ID " - FILE STATUS = " WS-BOUNCE-STATUS
087400         MOVE 16 TO RETURN-CODE
087500         STOP RUN
087600     END-IF
087700     MOVE WS-FILE-BOUNCE        TO WS-FILE-NO
087800     PERFORM 7970-COUNT-ROW     THRU 7970-EXIT
087900     PERFORM 4310-READ-BOUNCE   THRU 4310-EXIT
088000     .
088100 4320-EXIT.
088200     EXIT.
088300*----------------------------------------------------------------*
088400* 5000-COPY-HONJRNL - COPY HONJRNL TO HONJRNLN WITH EVERY IMAGE  *
088500*                     OF AN ERASED HONOREE ERASED, THEN ADD ONE  *
088600*                     "U" ROW PER HONOREE ERASED THIS RUN SO THE *
088700*                     JOURNAL SHOWS WHEN AND BY WHOM             *
088800*----------------------------------------------------------------*
088900 5000-COPY-HONJRNL.
089000     OPEN INPUT HONOREE-JRNL
089100     IF NOT JRNL-STATUS-OK
089200         DISPLAY "UNABLE TO OPEN HONOREE-JRNL - FILE STATUS = "
089300             WS-JRNL-STATUS
089400         MOVE 16 TO RETURN-CODE
089500         STOP RUN
089600     END-IF
089700     OPEN OUTPUT HONOREE-JRNL-NEW
089800     MOVE "N"                   TO WS-EOF-SWITCH
089900     PERFORM 3050-READ-JOURNAL  THRU 3050-EXIT
090000     PERFORM 5100-COPY-JRNL-ROW THRU 5100-EXIT
090100         UNTIL INPUT-EOF
090200     CLOSE HONOREE-JRNL
090300
090400     PERFORM 5200-JOURNAL-ERASURE THRU 5200-EXIT
090500         VARYING WS-ENT-IX FROM 1 BY 1
090600         UNTIL WS-ENT-IX > WS-HONOREE-COUNT
090700     CLOSE HONOREE-JRNL-NEW
090800     .
090900 5000-EXIT.
091000     EXIT.
091100*----------------------------------------------------------------*
091200* 5100-COPY-JRNL-ROW - ERASE BOTH IMAGES OF A ROW FOR AN ERASED  *
091300*                      HONOREE AND COPY THE ROW                  *
091400*----------------------------------------------------------------*
091500 5100-COPY-JRNL-ROW.
091600     IF HJR-AFTER-IMAGE NOT = SPACES
091700         MOVE HJR-AFTER-IMAGE (1:6) TO WS-CHECK-ID
091800     ELSE
091900         MOVE HJR-BEFORE-IMAGE (1:6) TO WS-CHECK-ID
092000     END-IF
092100     PERFORM 7700-CHECK-ERASED  THRU 7700-EXIT
092200     IF ID-IS-ERASED
092300         MOVE HONOREE-JRNL-REC  TO WS-ROW-BEFORE
092400         MOVE HJR-BEFORE-IMAGE  TO WS-HONOREE-IMAGE
092500         PERFORM 7800-ERASE-HONOREE-IMAGE THRU 7800-EXIT
092600         MOVE WS-HONOREE-IMAGE  TO HJR-BEFORE-IMAGE
092700         MOVE HJR-AFTER-IMAGE   TO WS-HONOREE-IMAGE
092800         PERFORM 7800-ERASE-HONOREE-IMAGE THRU 7800-EXIT
092900         MOVE WS-HONOREE-IMAGE  TO HJR-AFTER-IMAGE
093000         IF HONOREE-JRNL-REC NOT = WS-ROW-BEFORE
093100             MOVE WS-FILE-HONJRNL TO WS-FILE-NO
093200             PERFORM 7950-TALLY-ROW THRU 7950-EXIT
093300         END-IF
093400     END-IF
093500     WRITE HONOREE-JRNL-NEW-REC FROM HONOREE-JRNL-REC
093600
093700     PERFORM 3050-READ-JOURNAL  THRU 3050-EXIT
093800     .
093900 5100-EXIT.
094000     EXIT.
094100*----------------------------------------------------------------*
094200* 5200-JOURNAL-ERASURE - ONE "U" ROW UNDER OPERATOR HONRETN FOR  *
094300*                        AN HONOREE ERASED THIS RUN.  BOTH IMAGES*
094400*                        ARE THE ERASED RECORD, SO A REPLAY OF THE*
094500*                        JOURNAL STILL MATCHES ROW FOR ROW       *
094600*----------------------------------------------------------------*
094700 5200-JOURNAL-ERASURE.
094800     IF NOT ENT-ERASE (WS-ENT-IX)
094900         GO TO 5200-EXIT
095000     END-IF
095100     MOVE ENT-HONOREE-ID (WS-ENT-IX) TO HON-ID
095200     READ HONOREE-FILE
095300         INVALID KEY
095400             GO TO 5200-EXIT
095500     END-READ
095600     PERFORM 1200-SET-TIMESTAMP THRU 1200-EXIT
095700     MOVE WS-JRNL-DATE          TO HJR-RUN-DATE
095800     MOVE WS-JRNL-TIME          TO HJR-TIME
095900     MOVE WS-BATCH-OPERATOR     TO HJR-OPERATOR-ID
096000     MOVE "U"                   TO HJR-TRAN-TYPE
096100     MOVE HONOREE-REC           TO HJR-BEFORE-IMAGE
096200                                   HJR-AFTER-IMAGE
096300     WRITE HONOREE-JRNL-NEW-REC FROM HONOREE-JRNL-REC
096400     .
096500 5200-EXIT.
096600     EXIT.
096700*----------------------------------------------------------------*
096800* 5500-COPY-HEVJRNL - COPY HEVJRNL TO HEVJRNLN WITH THE BIRTHDAY *
096900*                     IMAGES OF AN ERASED HONOREE ERASED, THEN   *
097000*                     ADD ONE "U" ROW PER BIRTHDAY ROW ERASED THIS*
097100*                     RUN                                        *
097200*----------------------------------------------------------------*
097300 5500-COPY-HEVJRNL.
097400     OPEN INPUT HONOREE-EVENT-JRNL
097500     IF NOT HEVJRNL-STATUS-OK
097600         DISPLAY "UNABLE TO OPEN HONOREE-EVENT-JRNL - "
097700             "FILE STATUS = "
097800             WS-HEVJRNL-STATUS
097900         MOVE 16 TO RETURN-CODE
098000         STOP RUN
098100     END-IF
098200     OPEN OUTPUT EVENT-JRNL-NEW
098300     MOVE "N"                   TO WS-EOF-SWITCH
098400     PERFORM 5550-READ-EVENT-JOURNAL THRU 5550-EXIT
098500     PERFORM 5600-COPY-EVENT-ROW THRU 5600-EXIT
098600         UNTIL INPUT-EOF
098700     CLOSE HONOREE-EVENT-JRNL
098800
098900     PERFORM 5700-JOURNAL-EVENT-ERASURE THRU 5700-EXIT
099000         VARYING WS-ENT-IX FROM 1 BY 1
099100         UNTIL WS-ENT-IX > WS-HONOREE-COUNT
099200     CLOSE EVENT-JRNL-NEW
099300     .
099400 5500-EXIT.
099500     EXIT.
099600*----------------------------------------------------------------*
099700* 5550-READ-EVENT-JOURNAL - READ THE NEXT HEVJRNL ROW            *
099800*----------------------------------------------------------------*
099900 5550-READ-EVENT-JOURNAL.
100000     READ HONOREE-EVENT-JRNL
100100         AT END
100200             MOVE "Y" TO WS-EOF-SWITCH
100300     END-READ
100400     .
100500 5550-EXIT.
100600     EXIT.
100700*----------------------------------------------------------------*
100800* 5600-COPY-EVENT-ROW - ERASE BOTH IMAGES OF A BIRTHDAY ROW FOR  *
100900*                       AN ERASED HONOREE AND COPY THE ROW       *
101000*----------------------------------------------------------------*
101100 5600-COPY-EVENT-ROW.
101200     IF HEJ-AFTER-IMAGE NOT = SPACES
101300         MOVE HEJ-AFTER-IMAGE   TO WS-EVENT-IMAGE
101400     ELSE
101500         MOVE HEJ-BEFORE-IMAGE  TO WS-EVENT-IMAGE
101600     END-IF
101700     IF NOT EVI-EVENT-BIRTHDAY
101800         GO TO 5600-WRITE
101900     END-IF
102000     MOVE EVI-HONOREE-ID        TO WS-CHECK-ID
102100     PERFORM 7700-CHECK-ERASED  THRU 7700-EXIT
102200     IF ID-IS-ERASED
102300         MOVE HONOREE-EVENT-JRNL-REC TO WS-ROW-BEFORE
102400         MOVE HEJ-BEFORE-IMAGE  TO WS-EVENT-IMAGE
102500         PERFORM 7850-ERASE-EVENT-IMAGE THRU 7850-EXIT
102600         MOVE WS-EVENT-IMAGE    TO HEJ-BEFORE-IMAGE
102700         MOVE HEJ-AFTER-IMAGE   TO WS-EVENT-IMAGE
102800         PERFORM 7850-ERASE-EVENT-IMAGE THRU 7850-EXIT
102900         MOVE WS-EVENT-IMAGE    TO HEJ-AFTER-IMAGE
103000         IF HONOREE-EVENT-JRNL-REC NOT = WS-ROW-BEFORE
103100             MOVE WS-FILE-HEVJRNL TO WS-FILE-NO
103200             PERFORM 7950-TALLY-ROW THRU 7950-EXIT
103300         END-IF
103400     END-IF
103500     .
103600 5600-WRITE.
103700     WRITE EVENT-JRNL-NEW-REC   FROM HONOREE-EVENT-JRNL-REC
103800     PERFORM 5550-READ-EVENT-JOURNAL THRU 5550-EXIT
103900     .
104000 5600-EXIT.
104100     EXIT.
104200*----------------------------------------------------------------*
104300* 5700-JOURNAL-EVENT-ERASURE - ONE "U" ROW UNDER OPERATOR        *
104400*                              HONRETN FOR A BIRTHDAY ROW ERASED *
104500*                              THIS RUN, BOTH IMAGES THE ERASED  *
104600*                              ROW                               *
104700*----------------------------------------------------------------*
104800 5700-JOURNAL-EVENT-ERASURE.
104900     IF NOT ENT-ERASE (WS-ENT-IX)
105000         GO TO 5700-EXIT
105100     END-IF
105200     IF ENT-ROW-COUNT (WS-ENT-IX, WS-FILE-EVENT) = ZERO
105300         GO TO 5700-EXIT
105400     END-IF
105500     MOVE ENT-HONOREE-ID (WS-ENT-IX) TO HEV-HONOREE-ID
105600     MOVE "B"                   TO HEV-EVENT-TYPE
105700     READ HONOREE-EVENT
105800         INVALID KEY
105900             GO TO 5700-EXIT
106000     END-READ
106100     PERFORM 1200-SET-TIMESTAMP THRU 1200-EXIT
106200     MOVE WS-JRNL-DATE          TO HEJ-RUN-DATE
106300     MOVE WS-JRNL-TIME          TO HEJ-TIME
106400     MOVE WS-BATCH-OPERATOR     TO HEJ-OPERATOR-ID
106500     MOVE "U"                   TO HEJ-TRAN-TYPE
106600     MOVE HONOREE-EVENT-REC     TO HEJ-BEFORE-IMAGE
106700                                   HEJ-AFTER-IMAGE
106800     WRITE EVENT-JRNL-NEW-REC   FROM HONOREE-EVENT-JRNL-REC
106900     .
107000 5700-EXIT.
107100     EXIT.
107200*----------------------------------------------------------------*
107300* 6000-COPY-AUDIT - COPY GREET-AUDIT TO GREETAUN WITH THE        *
107400*                   BIRTHDAY ROWS OF AN ERASED HONOREE ERASED    *
107500*----------------------------------------------------------------*
107600 6000-COPY-AUDIT.
107700     OPEN INPUT GREET-AUDIT
107800     IF NOT AUDIT-STATUS-OK
107900         DISPLAY "UNABLE TO OPEN GREET-AUDIT - FILE STATUS = "
108000             WS-AUDIT-STATUS
108100         MOVE 16 TO RETURN-CODE
108200         STOP RUN
108300     END-IF
108400     OPEN OUTPUT AUDIT-NEW
108500     MOVE "N"                   TO WS-EOF-SWITCH
108600     PERFORM 6050-READ-AUDIT    THRU 6050-EXIT
108700     PERFORM 6100-COPY-AUDIT-ROW THRU 6100-EXIT
108800         UNTIL INPUT-EOF
108900     CLOSE GREET-AUDIT
109000     CLOSE AUDIT-NEW
109100     .
109200 6000-EXIT.
109300     EXIT.
109400*----------------------------------------------------------------*
109500* 6050-READ-AUDIT - READ THE NEXT GREET-AUDIT ROW                *
109600*----------------------------------------------------------------*
109700 6050-READ-AUDIT.
109800     READ GREET-AUDIT
109900         AT END
110000             MOVE "Y" TO WS-EOF-SWITCH
110100     END-READ
110200     .
110300 6050-EXIT.
110400     EXIT.
110500*----------------------------------------------------------------*
110600* 6100-COPY-AUDIT-ROW - ERASE AND COPY ONE AUDIT ROW             *
110700*----------------------------------------------------------------*
110800 6100-COPY-AUDIT-ROW.
110900     MOVE GREET-AUDIT-REC       TO WS-AUDIT-IMAGE
111000     MOVE WS-FILE-AUDIT         TO WS-FILE-NO
111100     PERFORM 7870-ERASE-AUDIT-IMAGE THRU 7870-EXIT
111200     WRITE AUDIT-NEW-REC        FROM WS-AUDIT-IMAGE
111300     PERFORM 6050-READ-AUDIT    THRU 6050-EXIT
111400     .
111500 6100-EXIT.
111600     EXIT.
111700*----------------------------------------------------------------*
111800* 6500-COPY-ARCHIVE - COPY THE SUPPLIED GAUDARCH ARCHIVE TO      *
111900*                     GAUDARCN THE SAME WAY, HEADER ROW UNCHANGED*
112000*----------------------------------------------------------------*
112100 6500-COPY-ARCHIVE.
112200     OPEN INPUT AUDIT-ARCHIVE
112300     IF ARCHIVE-NOT-SUPPLIED
112400         MOVE "N"               TO FIL-SUPPLIED (WS-FILE-ARCHIVE)
112500         GO TO 6500-EXIT
112600     END-IF
112700     IF NOT ARCHIVE-STATUS-OK
112800         DISPLAY "UNABLE TO OPEN AUDIT-ARCHIVE - FILE STATUS = "
112900             WS-ARCHIVE-STATUS
113000         MOVE 16 TO RETURN-CODE
113100         STOP RUN
113200     END-IF
113300     OPEN OUTPUT ARCHIVE-NEW
113400     MOVE "N"                   TO WS-EOF-SWITCH
113500     PERFORM 6550-READ-ARCHIVE  THRU 6550-EXIT
113600     PERFORM 6600-COPY-ARCHIVE-ROW THRU 6600-EXIT
113700         UNTIL INPUT-EOF
113800     CLOSE AUDIT-ARCHIVE
113900     CLOSE ARCHIVE-NEW
114000     .
114100 6500-EXIT.
114200     EXIT.
114300*----------------------------------------------------------------*
114400* 6550-READ-ARCHIVE - READ THE NEXT ARCHIVE ROW                  *
114500*----------------------------------------------------------------*
114600 6550-READ-ARCHIVE.
114700     READ AUDIT-ARCHIVE
114800         AT END
114900             MOVE "Y" TO WS-EOF-SWITCH
115000     END-READ
115100     .
115200 6550-EXIT.
115300     EXIT.
115400*----------------------------------------------------------------*
115500* 6600-COPY-ARCHIVE-ROW - ERASE AND COPY ONE ARCHIVE ROW         *
115600*----------------------------------------------------------------*
115700 6600-COPY-ARCHIVE-ROW.
115800     MOVE AUDIT-ARCHIVE-REC     TO WS-AUDIT-IMAGE
115900     IF AUDIT-ARCHIVE-REC (1:18) NOT = "ARCHIVED ON DATE: "
116000         MOVE WS-FILE-ARCHIVE   TO WS-FILE-NO
116100         PERFORM 7870-ERASE-AUDIT-IMAGE THRU 7870-EXIT
116200     END-IF
116300     WRITE ARCHIVE-NEW-REC      FROM WS-AUDIT-IMAGE
116400     PERFORM 6550-READ-ARCHIVE  THRU 6550-EXIT
116500     .
116600 6600-EXIT.
116700     EXIT.
116800*----------------------------------------------------------------*
116900* 7000-COPY-BACKUP - COPY THE SUPPLIED HONUTIL BACKUP TO HONBKUPN*
117000*                    WITH THE DETAIL IMAGES OF AN ERASED HONOREE *
117100*                    ERASED.  THE TRAILER'S BIRTH-YEAR HASH DROPS*
117200*                    BY THE YEARS ERASED SO HONUTIL VERIFY STILL *
117300*                    BALANCES; THE COUNT AND HON-ID HASH DO NOT  *
117400*                    CHANGE                                      *
117500*----------------------------------------------------------------*
117600 7000-COPY-BACKUP.
117700     OPEN INPUT BACKUP-FILE
117800     IF BACKUP-NOT-SUPPLIED
117900         MOVE "N"               TO FIL-SUPPLIED (WS-FILE-BACKUP)
118000         GO TO 7000-EXIT
118100     END-IF
118200     IF NOT BACKUP-STATUS-OK
118300         DISPLAY "UNABLE TO OPEN BACKUP-FILE - FILE STATUS = "
118400             WS-BACKUP-STATUS
118500         MOVE 16 TO RETURN-CODE
118600         STOP RUN
118700     END-IF
118800     OPEN OUTPUT BACKUP-NEW
118900     MOVE ZERO                  TO WS-YEAR-HASH-ADJUST
119000     MOVE "N"                   TO WS-EOF-SWITCH
119100     PERFORM 7050-READ-BACKUP   THRU 7050-EXIT
119200     PERFORM 7100-COPY-BACKUP-ROW THRU 7100-EXIT
119300         UNTIL INPUT-EOF
119400     CLOSE BACKUP-FILE
119500     CLOSE BACKUP-NEW
119600     .
119700 7000-EXIT.
119800     EXIT.
119900*----------------------------------------------------------------*
120000* 7050-READ-BACKUP - READ THE NEXT BACKUP RECORD                 *
120100*----------------------------------------------------------------*
120200 7050-READ-BACKUP.
120300     READ BACKUP-FILE
120400         AT END
120500             MOVE "Y" TO WS-EOF-SWITCH
120600     END-READ
120700     .
120800 7050-EXIT.
120900     EXIT.
121000*----------------------------------------------------------------*
121100* 7100-COPY-BACKUP-ROW - ERASE A DETAIL IMAGE OR ADJUST THE      *
121200*                        TRAILER, AND COPY THE RECORD            *
121300*----------------------------------------------------------------*
121400 7100-COPY-BACKUP-ROW.
121500     EVALUATE TRUE
121600         WHEN BKP-DETAIL
121700             MOVE BKD-HONOREE-IMAGE TO WS-HONOREE-IMAGE
121800             MOVE IMG-ID        TO WS-CHECK-ID
121900             PERFORM 7700-CHECK-ERASED THRU 7700-EXIT
122000             IF ID-IS-ERASED
122100                 PERFORM 7800-ERASE-HONOREE-IMAGE THRU 7800-EXIT
122200                 ADD WS-OLD-BIRTH-YEAR TO WS-YEAR-HASH-ADJUST
122300                 IF WS-HONOREE-IMAGE NOT = BKD-HONOREE-IMAGE
122400                     MOVE WS-HONOREE-IMAGE TO BKD-HONOREE-IMAGE
122500                     MOVE WS-FILE-BACKUP TO WS-FILE-NO
122600                     PERFORM 7950-TALLY-ROW THRU 7950-EXIT
122700                 END-IF
122800             END-IF
122900         WHEN BKP-TRAILER
123000             SUBTRACT WS-YEAR-HASH-ADJUST FROM BKT-YEAR-HASH
123100         WHEN OTHER
123200             CONTINUE
123300     END-EVALUATE
123400     WRITE BACKUP-NEW-REC       FROM BACKUP-REC
123500     PERFORM 7050-READ-BACKUP   THRU 7050-EXIT
123600     .
123700 7100-EXIT.
123800     EXIT.
123900*----------------------------------------------------------------*
124000* 7700-CHECK-ERASED - IS WS-CHECK-ID AN ERASED HONOREE?  THE     *
124100*                     MASTER IS THE REGISTER OF ERASURES, SO AN  *
124200*                     HONOREE ERASED BY ANY RUN IS CAUGHT ON     *
124300*                     EVERY FILE SWEPT LATER.  THE LAST ANSWER IS*
124400*                     KEPT, AS ROWS FOR ONE HONOREE OFTEN RUN    *
124500*                     TOGETHER                                   *
124600*----------------------------------------------------------------*
124700 7700-CHECK-ERASED.
124800     IF WS-CHECK-ID = WS-LAST-CHECK-ID
124900         GO TO 7700-EXIT
125000     END-IF
125100     MOVE WS-CHECK-ID           TO WS-LAST-CHECK-ID
125200     MOVE "N"                   TO WS-ERASED-SWITCH
125300     MOVE WS-CHECK-ID           TO HON-ID
125400     READ HONOREE-FILE
125500         INVALID KEY
125600             GO TO 7700-EXIT
125700     END-READ
125800     IF HON-NAME = WS-ERASED-NAME
125900         MOVE "Y"               TO WS-ERASED-SWITCH
126000     END-IF
126100     .
126200 7700-EXIT.
126300     EXIT.
126400*----------------------------------------------------------------*
126500* 7800-ERASE-HONOREE-IMAGE - PUT THE PLACEHOLDERS IN             *
126600*                            WS-HONOREE-IMAGE, KEEPING THE OLD   *
126700*                            BIRTH YEAR FOR THE BACKUP HASH.  AN *
126800*                            EMPTY IMAGE (THE BEFORE SIDE OF AN  *
126900*                            ADD) STAYS EMPTY                    *
127000*----------------------------------------------------------------*
127100 7800-ERASE-HONOREE-IMAGE.
127200     MOVE ZERO                  TO WS-OLD-BIRTH-YEAR
127300     IF WS-HONOREE-IMAGE = SPACES
127400         GO TO 7800-EXIT
127500     END-IF
127600     IF IMG-BIRTH-YEAR NUMERIC
127700         MOVE IMG-BIRTH-YEAR    TO WS-OLD-BIRTH-YEAR
127800     END-IF
127900     MOVE WS-ERASED-NAME        TO IMG-NAME
128000     MOVE ZERO                  TO IMG-BIRTH-YEAR
128100                                   IMG-BIRTH-MONTH
128200                                   IMG-BIRTH-DAY
128300     MOVE SPACES                TO IMG-EMAIL-ADDR
128400     .
128500 7800-EXIT.
128600     EXIT.
128700*----------------------------------------------------------------*
128800* 7850-ERASE-EVENT-IMAGE - ZERO THE DATE AND CLEAR THE WORDING OF*
128900*                          A BIRTHDAY ROW IN WS-EVENT-IMAGE      *
129000*----------------------------------------------------------------*
129100 7850-ERASE-EVENT-IMAGE.
129200     IF WS-EVENT-IMAGE = SPACES
129300         GO TO 7850-EXIT
129400     END-IF
129500     MOVE ZERO                  TO EVI-EVENT-YEAR
129600                                   EVI-EVENT-MONTH
129700                                   EVI-EVENT-DAY
129800     MOVE SPACES                TO EVI-GREETING-TEXT
129900     .
130000 7850-EXIT.
130100     EXIT.
130200*----------------------------------------------------------------*
130300* 7870-ERASE-AUDIT-IMAGE - ON A BIRTHDAY ROW OF AN ERASED        *
130400*                          HONOREE, ZERO THE YEAR COUNT (THE AGE)*
130500*                          AND CLEAR THE DUE DATE (THE BIRTHDAY).*
130600*                          THE RUN DATE AND EXTRACT COUNT STAY FOR*
130700*                          GRTBAL AND THE HISTORY REPORTS        *
130800*----------------------------------------------------------------*
130900 7870-ERASE-AUDIT-IMAGE.
131000     IF NOT AUI-EVENT-BIRTHDAY
131100         GO TO 7870-EXIT
131200     END-IF
131300     IF AUI-HONOREE-ID = "RUNLOG"
131400         GO TO 7870-EXIT
131500     END-IF
131600     MOVE AUI-HONOREE-ID        TO WS-CHECK-ID
131700     PERFORM 7700-CHECK-ERASED  THRU 7700-EXIT
131800     IF NOT ID-IS-ERASED
131900         GO TO 7870-EXIT
132000     END-IF
132100     IF AUI-YEAR = ZERO AND AUI-DUE-DATE = SPACES
132200         GO TO 7870-EXIT
132300     END-IF
132400     MOVE ZERO                  TO AUI-YEAR
132500     MOVE SPACES                TO AUI-DUE-DATE
132600     PERFORM 7950-TALLY-ROW     THRU 7950-EXIT
132700     .
132800 7870-EXIT.
132900     EXIT.
133000*----------------------------------------------------------------*
133100* 7900-FIND-ENTRY - BINARY SEARCH OF THE HONOREE TABLE FOR       *
133200*                   WS-CHECK-ID.  NOT FOUND LEAVES WS-LOW-IX AT  *
133300*                   THE SLOT WHERE IT WOULD GO                   *
133400*----------------------------------------------------------------*
133500 7900-FIND-ENTRY.
133600     MOVE "N"                   TO WS-FOUND-SWITCH
133700     MOVE 1                     TO WS-LOW-IX
133800     MOVE WS-HONOREE-COUNT      TO WS-HIGH-IX
133900     PERFORM 7910-PROBE-ENTRY   THRU 7910-EXIT
134000         UNTIL ENTRY-FOUND
134100            OR WS-LOW-IX > WS-HIGH-IX
134200     .
134300 7900-EXIT.
134400     EXIT.
134500*----------------------------------------------------------------*
134600* 7910-PROBE-ENTRY - TEST THE MIDDLE OF THE REMAINING RANGE      *
134700*----------------------------------------------------------------*
134800 7910-PROBE-ENTRY.
134900     COMPUTE WS-MID-IX = (WS-LOW-IX + WS-HIGH-IX) / 2
135000     EVALUATE TRUE
135100         WHEN ENT-HONOREE-ID (WS-MID-IX) = WS-CHECK-ID
135200             MOVE "Y"           TO WS-FOUND-SWITCH
135300             MOVE WS-MID-IX     TO WS-ENT-IX
135400         WHEN ENT-HONOREE-ID (WS-MID-IX) < WS-CHECK-ID
135500             COMPUTE WS-LOW-IX = WS-MID-IX + 1
135600         WHEN OTHER
135700             IF WS-MID-IX = 1
135800                 MOVE ZERO      TO WS-HIGH-IX
135900             ELSE
136000                 COMPUTE WS-HIGH-IX = WS-MID-IX - 1
136100             END-IF
136200     END-EVALUATE
136300     .
136400 7910-EXIT.
136500     EXIT.
136600*----------------------------------------------------------------*
136700* 7920-SHIFT-ENTRY - SHIFT ONE ENTRY DOWN TO OPEN THE SLOT       *
136800*----------------------------------------------------------------*
136900 7920-SHIFT-ENTRY.
137000     MOVE WS-HONOREE-ENTRY (WS-SHIFT-IX)
137100       TO WS-HONOREE-ENTRY (WS-SHIFT-IX + 1)
137200     SUBTRACT 1 FROM WS-SHIFT-IX
137300     .
137400 7920-EXIT.
137500     EXIT.
137600*----------------------------------------------------------------*
137700* 7950-TALLY-ROW - COUNT ONE ROW ERASED ON FILE WS-FILE-NO       *
137800*                  AGAINST WS-CHECK-ID.  AN HONOREE ERASED BY AN *
137900*                  EARLIER RUN IS ADDED TO THE TABLE IN HON-ID   *
138000*                  ORDER; ONE THAT DOES NOT FIT IS STILL ERASED  *
138100*                  AND COUNTED IN THE FILE TOTAL                 *
138200*----------------------------------------------------------------*
138300 7950-TALLY-ROW.
138400     PERFORM 7900-FIND-ENTRY    THRU 7900-EXIT
138500     IF ENTRY-FOUND
138600         PERFORM 7970-COUNT-ROW THRU 7970-EXIT
138700         GO TO 7950-EXIT
138800     END-IF
138900
139000     IF WS-HONOREE-COUNT NOT < WS-HONOREE-MAX
139100         ADD 1                  TO FIL-ROW-TOTAL (WS-FILE-NO)
139200         ADD 1                  TO WS-UNLISTED-COUNT
139300         MOVE 4                 TO RETURN-CODE
139400         GO TO 7950-EXIT
139500     END-IF
139600
139700     MOVE WS-FILE-NO            TO WS-SAVE-FILE-NO
139800     MOVE WS-CHECK-ID           TO NEW-HONOREE-ID
139900     MOVE "P"                   TO NEW-STATUS
140000     MOVE SPACES                TO NEW-SINCE-DATE
140100                                   NEW-SINCE-YMD
140200     MOVE WS-HONOREE-COUNT      TO WS-SHIFT-IX
140300     PERFORM 7920-SHIFT-ENTRY   THRU 7920-EXIT
140400         UNTIL WS-SHIFT-IX < WS-LOW-IX
140500     ADD 1                      TO WS-HONOREE-COUNT
140600     ADD 1                      TO WS-EARLIER-COUNT
140700     MOVE WS-LOW-IX             TO WS-ENT-IX
140800     MOVE WS-NEW-ENTRY          TO WS-HONOREE-ENTRY (WS-ENT-IX)
140900     PERFORM 2150-CLEAR-ROW-COUNT THRU 2150-EXIT
141000         VARYING WS-FILE-NO FROM 1 BY 1
141100         UNTIL WS-FILE-NO > 8
141200     MOVE WS-SAVE-FILE-NO       TO WS-FILE-NO
141300     PERFORM 7970-COUNT-ROW     THRU 7970-EXIT
141400     .
141500 7950-EXIT.
141600     EXIT.
141700*----------------------------------------------------------------*
141800* 7970-COUNT-ROW - ADD ONE TO FILE WS-FILE-NO FOR TABLE ENTRY    *
141900*                  WS-ENT-IX AND TO THE FILE TOTAL               *
142000*----------------------------------------------------------------*
142100 7970-COUNT-ROW.
142200     ADD 1
142300         TO ENT-ROW-COUNT (WS-ENT-IX, WS-FILE-NO)
142400     ADD 1                      TO FIL-ROW-TOTAL (WS-FILE-NO)
142500     .
142600 7970-EXIT.
142700     EXIT.
142800*----------------------------------------------------------------*
142900* 8000-PRINT-CERTIFICATE - THE CERTIFICATE OF ERASURE: EVERY     *
143000*                          HON-ID ERASED AND THE ROWS ERASED ON  *
143100*                          EACH FILE, THE FILES SWEPT, AND THE   *
143200*                          HONOREES LEFT FOR REVIEW              *
143300*----------------------------------------------------------------*
143400 8000-PRINT-CERTIFICATE.
143500     MOVE WS-PRINT-DATE         TO TTL-RUN-DATE
143600     MOVE WS-PRINT-TIME         TO TTL-RUN-TIME
143700     WRITE ERASURE-RPT-REC      FROM WS-TITLE-LINE
143800     MOVE WS-RETENTION-YEARS    TO PRD-YEARS
143900     MOVE WS-CUTOFF-PRINT       TO PRD-CUTOFF-DATE
144000     WRITE ERASURE-RPT-REC      FROM WS-PERIOD-LINE
144100     WRITE ERASURE-RPT-REC      FROM WS-FIELDS-LINE
144200     MOVE SPACES                TO ERASURE-RPT-REC
144300     WRITE ERASURE-RPT-REC
144400
144500     PERFORM 8100-PRINT-HONOREE THRU 8100-EXIT
144600         VARYING WS-ENT-IX FROM 1 BY 1
144700         UNTIL WS-ENT-IX > WS-HONOREE-COUNT
144800
144900     MOVE SPACES                TO ERASURE-RPT-REC
145000     WRITE ERASURE-RPT-REC
145100     MOVE "FILES SWEPT THIS RUN" TO ERASURE-RPT-REC
145200     WRITE ERASURE-RPT-REC
145300     PERFORM 8200-PRINT-FILE-SUMMARY THRU 8200-EXIT
145400         VARYING WS-FILE-NO FROM 1 BY 1
145500         UNTIL WS-FILE-NO > 8
145600
145700     IF WS-NO-DATE-COUNT > ZERO
145800         MOVE SPACES            TO ERASURE-RPT-REC
145900         WRITE ERASURE-RPT-REC
146000         MOVE "NOT ERASED - NO DEACTIVATION ON HONJRNL, REVIEW"
146100             TO ERASURE-RPT-REC
146200         WRITE ERASURE-RPT-REC
146300         PERFORM 8300-PRINT-REVIEW THRU 8300-EXIT
146400             VARYING WS-ENT-IX FROM 1 BY 1
146500             UNTIL WS-ENT-IX > WS-HONOREE-COUNT
146600     END-IF
146700     .
146800 8000-EXIT.
146900     EXIT.
147000*----------------------------------------------------------------*
147100* 8100-PRINT-HONOREE - ONE HON-ID ERASED (THIS RUN OR EARLIER)   *
147200*                      AND A LINE PER FILE IT WAS ERASED ON      *
147300*----------------------------------------------------------------*
147400 8100-PRINT-HONOREE.
147500     EVALUATE TRUE
147600         WHEN ENT-ERASE (WS-ENT-IX)
147700             MOVE "ERASED THIS RUN - INACTIVE SINCE"
147800                                TO HNL-TEXT
147900             MOVE ENT-SINCE-DATE (WS-ENT-IX) TO HNL-SINCE-DATE
148000         WHEN ENT-EARLIER (WS-ENT-IX)
148100             MOVE "ERASED EARLIER - FURTHER ROWS ERASED"
148200                                TO HNL-TEXT
148300             MOVE SPACES        TO HNL-SINCE-DATE
148400         WHEN OTHER
148500             GO TO 8100-EXIT
148600     END-EVALUATE
148700     MOVE ENT-HONOREE-ID (WS-ENT-IX) TO HNL-HONOREE-ID
148800     WRITE ERASURE-RPT-REC      FROM WS-HONOREE-LINE
148900     PERFORM 8150-PRINT-FILE-LINE THRU 8150-EXIT
149000         VARYING WS-FILE-NO FROM 1 BY 1
149100         UNTIL WS-FILE-NO > 8
149200     .
149300 8100-EXIT.
149400     EXIT.
149500*----------------------------------------------------------------*
149600* 8150-PRINT-FILE-LINE - ONE FILE'S ROWS FOR THE HONOREE, WHEN   *
149700*                        ANY                                     *
149800*----------------------------------------------------------------*
149900 8150-PRINT-FILE-LINE.
150000     IF ENT-ROW-COUNT (WS-ENT-IX, WS-FILE-NO) = ZERO
150100         GO TO 8150-EXIT
150200     END-IF
150300     MOVE FIL-DD-NAME (WS-FILE-NO) TO FLN-DD-NAME
150400     MOVE FIL-DESCRIPTION (WS-FILE-NO) TO FLN-DESCRIPTION
150500     MOVE ENT-ROW-COUNT (WS-ENT-IX, WS-FILE-NO) TO FLN-ROW-COUNT
150600     MOVE FIL-DISPOSITION (WS-FILE-NO) TO FLN-DISPOSITION
150700     WRITE ERASURE-RPT-REC      FROM WS-FILE-LINE
150800     .
150900 8150-EXIT.
151000     EXIT.
151100*----------------------------------------------------------------*
151200* 8200-PRINT-FILE-SUMMARY - ONE FILE'S TOTAL ROWS ERASED, OR NOT *
151300*                           SUPPLIED                             *
151400*----------------------------------------------------------------*
151500 8200-PRINT-FILE-SUMMARY.
151600     MOVE FIL-DD-NAME (WS-FILE-NO) TO FSL-DD-NAME
151700     MOVE FIL-DESCRIPTION (WS-FILE-NO) TO FSL-DESCRIPTION
151800     MOVE FIL-ROW-TOTAL (WS-FILE-NO) TO FSL-ROW-TOTAL
151900     IF FILE-SUPPLIED (WS-FILE-NO)
152000         MOVE FIL-DISPOSITION (WS-FILE-NO) TO FSL-DISPOSITION
152100     ELSE
152200         MOVE "NOT SUPPLIED"    TO FSL-DISPOSITION
152300     END-IF
152400     WRITE ERASURE-RPT-REC      FROM WS-FILE-SUMMARY-LINE
152500     .
152600 8200-EXIT.
152700     EXIT.
152800*----------------------------------------------------------------*
152900* 8300-PRINT-REVIEW - ONE INACTIVE HONOREE LEFT FOR REVIEW       *
153000*----------------------------------------------------------------*
153100 8300-PRINT-REVIEW.
153200     IF NOT ENT-NO-DATE (WS-ENT-IX)
153300         GO TO 8300-EXIT
153400     END-IF
153500     MOVE ENT-HONOREE-ID (WS-ENT-IX) TO HNL-HONOREE-ID
153600     MOVE "INACTIVE - DEACTIVATION DATE UNKNOWN"
153700                                TO HNL-TEXT
153800     MOVE SPACES                TO HNL-SINCE-DATE
153900     WRITE ERASURE-RPT-REC      FROM WS-HONOREE-LINE
154000     .
154100 8300-EXIT.
154200     EXIT.
154300*----------------------------------------------------------------*
154400* 9000-TERMINATE - WRITE THE CONTROL TOTALS AND CLOSE            *
154500*----------------------------------------------------------------*
154600 9000-TERMINATE.
154700     MOVE SPACES                TO ERASURE-RPT-REC
154800     WRITE ERASURE-RPT-REC
154900     MOVE "HONOREES READ...........................:" TO TOT-LABEL
155000     MOVE WS-HONOREE-READ-COUNT TO TOT-COUNT
155100     PERFORM 9100-WRITE-TOTAL   THRU 9100-EXIT
155200     MOVE "ALREADY ERASED BY AN EARLIER RUN........:" TO TOT-LABEL
155300     MOVE WS-ALREADY-ERASED-COUNT TO TOT-COUNT
155400     PERFORM 9100-WRITE-TOTAL   THRU 9100-EXIT
155500     MOVE "INACTIVE HONOREES TESTED................:" TO TOT-LABEL
155600     MOVE WS-CANDIDATE-COUNT    TO TOT-COUNT
155700     PERFORM 9100-WRITE-TOTAL   THRU 9100-EXIT
155800     MOVE "ERASED THIS RUN.........................:" TO TOT-LABEL
155900     MOVE WS-ERASED-COUNT       TO TOT-COUNT
156000     PERFORM 9100-WRITE-TOTAL   THRU 9100-EXIT
156100     MOVE "INSIDE THE RETENTION PERIOD.............:" TO TOT-LABEL
156200     MOVE WS-NOT-DUE-COUNT      TO TOT-COUNT
156300     PERFORM 9100-WRITE-TOTAL   THRU 9100-EXIT
156400     MOVE "LEFT FOR REVIEW - NO DEACTIVATION DATE..:" TO TOT-LABEL
156500     MOVE WS-NO-DATE-COUNT      TO TOT-COUNT
156600     PERFORM 9100-WRITE-TOTAL   THRU 9100-EXIT
156700     MOVE "EARLIER ERASURES FOUND ON FILES SWEPT...:" TO TOT-LABEL
156800     MOVE WS-EARLIER-COUNT      TO TOT-COUNT
156900     PERFORM 9100-WRITE-TOTAL   THRU 9100-EXIT
157000     MOVE "NOT TESTED - TABLE FULL, RUN AGAIN......:" TO TOT-LABEL
157100     MOVE WS-OVERFLOW-COUNT     TO TOT-COUNT
157200     PERFORM 9100-WRITE-TOTAL   THRU 9100-EXIT
157300     MOVE "ROWS ERASED BUT NOT LISTED - TABLE FULL.:" TO TOT-LABEL
157400     MOVE WS-UNLISTED-COUNT     TO TOT-COUNT
157500     PERFORM 9100-WRITE-TOTAL   THRU 9100-EXIT
157600
157700     CLOSE HONOREE-FILE
157800     CLOSE HONOREE-EVENT
157900     CLOSE BOUNCE-HIST
158000     CLOSE ERASURE-RPT
158100     .
158200 9000-EXIT.
158300     EXIT.
158400*----------------------------------------------------------------*
158500* 9100-WRITE-TOTAL - WRITE ONE CONTROL TOTAL LINE                *
158600*----------------------------------------------------------------*
158700 9100-WRITE-TOTAL.
158800     WRITE ERASURE-RPT-REC      FROM WS-TOTAL-LINE
158900     .
159000 9100-EXIT.
159100     EXIT.
159200*================================================================*
