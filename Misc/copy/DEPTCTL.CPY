000100*================================================================*
000200* DEPTCTL.CPY                                                    *
000300* RECORD LAYOUT FOR THE DEPARTMENT CONTROL FILE - ONE ROW PER    *
000400* DEPARTMENT CODE CARRIED IN HON-DEPT-CODE, WITH THE DEPARTMENT  *
000500* NAME AND SITE, ITS GREETING COORDINATOR, THE DEPARTMENT'S OWN  *
000600* ANNOUNCEMENT DISTRIBUTION LIST, AND AN ACTIVE FLAG.  A CLOSED  *
000700* DEPARTMENT STAYS ON FILE FOR THE HONOREES STILL CARRYING IT,   *
000800* BUT TAKES NO NEW ASSIGNMENTS.  A BLANK DISTRIBUTION LIST MEANS *
000900* THE SHOP-WIDE LIST.  MAINTAINED BY DPTMAINT.                   *
001000*----------------------------------------------------------------*
001100* MODIFICATION HISTORY                                           *
001200*----------------------------------------------------------------*
001300* DATE       INIT  DESCRIPTION                                   *
001400* 10/15/2026 RC    ORIGINAL COPYBOOK.                             *
001500*================================================================*
001600 01  DEPT-CONTROL-REC.
001700     05  DPT-DEPT-CODE          PIC X(03).
001800     05  DPT-DEPT-NAME          PIC X(30).
001900     05  DPT-SITE               PIC X(20).
002000     05  DPT-COORD-NAME         PIC X(30).
002100     05  DPT-COORD-MAILBOX      PIC X(40).
002200     05  DPT-DIST-LIST          PIC X(40).
002300     05  DPT-ACTIVE-FLAG        PIC X(01).
002400         88  DPT-ACTIVE                 VALUE "Y".
002500         88  DPT-CLOSED                 VALUE "N".
002600     05  FILLER                 PIC X(36).
