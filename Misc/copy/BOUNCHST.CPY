000100*================================================================*
000200* BOUNCHST.CPY                                                   *
000300* RECORD LAYOUT FOR THE BOUNCE-HISTORY FILE - ONE ROW PER        *
000400* HONOREE AND EMAIL ADDRESS THAT HAS HARD-BOUNCED A PERSONAL     *
000500* GREETING, KEPT BY EMLSTAT.  BNH-BOUNCE-COUNT IS RAISED AT MOST *
000600* ONCE PER PROCESSING DAY (BNH-LAST-BOUNCE-DATE), SO A RERUN OF  *
000700* THE SAME DAY'S RETURN FILE DOES NOT COUNT A BOUNCE TWICE.      *
000800* WHEN THE COUNT REACHES THE EMLSTAT LIMIT THE ADDRESS IS        *
000900* CLEARED FROM THE HONOREE ROW AND BNH-SUPPRESS-FLAG IS SET;     *
001000* HONHRFD WILL NOT CARRY A SUPPRESSED ADDRESS BACK FROM THE HR   *
001100* MASTER.  A NEW ADDRESS FOR THE SAME HONOREE STARTS A NEW ROW   *
001200* AT ZERO.                                                       *
001300*----------------------------------------------------------------*
001400* MODIFICATION HISTORY                                           *
001500*----------------------------------------------------------------*
001600* DATE       INIT  DESCRIPTION                                   *
001700* 10/15/2026 RC    ORIGINAL COPYBOOK.                             *
001800*================================================================*
001900 01  BOUNCE-HIST-REC.
002000     05  BNH-BOUNCE-KEY.
002100         10  BNH-HONOREE-ID     PIC X(06).
002200         10  BNH-EMAIL-ADDR     PIC X(40).
002300     05  BNH-BOUNCE-COUNT       PIC 9(03).
002400     05  BNH-FIRST-BOUNCE-DATE  PIC X(10).
002500     05  BNH-LAST-BOUNCE-DATE   PIC X(10).
002600     05  BNH-LAST-GREET-DATE    PIC X(10).
002700     05  BNH-LAST-REASON        PIC X(20).
002800     05  BNH-SUPPRESS-FLAG      PIC X(01).
002900         88  BNH-SUPPRESSED             VALUE "Y".
003000         88  BNH-NOT-SUPPRESSED         VALUE "N".
003100     05  BNH-SUPPRESS-DATE      PIC X(10).
003200     05  FILLER                 PIC X(10).
