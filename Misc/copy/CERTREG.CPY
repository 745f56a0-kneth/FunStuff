000100*================================================================*
000200* CERTREG.CPY                                                    *
000300* RECORD LAYOUT FOR THE CERTIFICATE REGISTER - ONE ROW PER       *
000400* HONOREE AND ANNIVERSARY YEAR FOR WHICH HONCERT HAS PRINTED A   *
000500* SERVICE MILESTONE CERTIFICATE.  HONCERT WILL NOT PRINT A SECOND*
000600* CERTIFICATE FOR A HONOREE AND YEAR ALREADY ON THE REGISTER; A  *
000700* REPRINT IS MADE ONLY IN HONCERT'S REPRINT MODE, WHICH COUNTS   *
000800* IT AND RECORDS THE DATE AND THE OPERATOR WHO ASKED FOR IT.     *
000900*----------------------------------------------------------------*
001000* MODIFICATION HISTORY                                           *
001100*----------------------------------------------------------------*
001200* DATE       INIT  DESCRIPTION                                   *
001300* 10/15/2026 RC    ORIGINAL COPYBOOK.                             *
001400*================================================================*
001500 01  CERT-REGISTER-REC.
001600     05  CRG-REGISTER-KEY.
001700         10  CRG-HONOREE-ID     PIC X(06).
001800         10  CRG-ANNIV-YEAR     PIC 9(04).
001900     05  CRG-SERVICE-YEARS      PIC 9(03).
002000     05  CRG-ANNIV-DATE         PIC X(10).
002100     05  CRG-DEPT-CODE          PIC X(03).
002200     05  CRG-PRINT-DATE         PIC X(10).
002300     05  CRG-REPRINT-COUNT      PIC 9(03).
002400     05  CRG-LAST-REPRINT-DATE  PIC X(10).
002500     05  CRG-REPRINT-OPERATOR   PIC X(08).
002600     05  FILLER                 PIC X(23).
