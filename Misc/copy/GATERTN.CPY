001160*                  THE TRAILING FILLER AS AGREED WITH THE GATEWAY *
001170*                  TEAM; ROWS WRITTEN BEFORE THE CHANGE CARRY     *
001180*                  SPACES AND ARE TREATED AS LIST MESSAGES.       *
001185* 10/15/2026 RC    ADDED 88 GRT-HARD-BOUNCE FOR THE "B"           *
001190*                  DISPOSITION, COUNTED BY EMLSTAT AGAINST THE    *
001195*                  HONOREE'S ADDRESS ON THE BOUNCE-HISTORY FILE.  *
001200*================================================================*
001300 01  GATEWAY-RETURN-REC.
001400     05  GRT-RUN-DATE           PIC X(10).
001600     05  GRT-DISPOSITION        PIC X(01).
001700         88  GRT-DELIVERED              VALUE "D".
001800         88  GRT-FAILED                 VALUE "F" "B".
001850         88  GRT-HARD-BOUNCE            VALUE "B".
001900     05  GRT-REASON             PIC X(20).
002000     05  FILLER                 PIC X(02).
002100     05  GRT-MSG-TYPE           PIC X(01).
