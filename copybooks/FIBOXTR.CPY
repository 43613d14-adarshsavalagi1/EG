000200* FIBOXTR.CPY                                                *
000300* KEYED EXTRACT RECORD FOR THE FIBO-XTR INTERFACE FILE.      *
000400* DOWNSTREAM JOBS READ THIS INSTEAD OF RECOMPUTING THE       *
000500* SEQUENCE THEMSELVES.  EACH REQUEST ON FIBO-PARM HAS ITS    *
000600* OWN SECTION, IN CARD ORDER: DETAIL RECORDS KEYED BY        *
000700* REQUESTER ID PLUS TERM NUMBER (01 THRU 98), THEN A TRAILER *
000800* RECORD KEYED BY THE REQUESTER ID AND TERM 99 CARRYING THE  *
000900* REQUEST'S TERM COUNT IN FX-VALUE AND A CHECKSUM OF ITS     *
001000* DETAIL VALUES IN FX-CHECKSUM.  EVERY RECORD CARRIES THE    *
001100* REQUEST'S DELIVERY NAME.                                   *
001200*-----------------------------------------------------------*
001300* 2026-08-09 RKM  ORIGINAL COPYBOOK.                         *
001400*-----------------------------------------------------------*
001500* 2026-10-15 RKM  KEY IS NOW THE REQUESTER ID PLUS THE TERM  *
001600*                 NUMBER, WITH A TRAILER PER REQUEST, AND    *
001700*                 EVERY RECORD CARRIES THE DELIVERY NAME.    *
001800*                 RECORD LENGTH 24 TO 40.                    *
001900*-----------------------------------------------------------*
002000 01  FIBO-XTR-REC.
002100     05  FX-KEY.
002200         10  FX-REQUEST-ID     PIC X(08).
002300         10  FX-TERM-NO        PIC 9(02).
002400             88  FX-TRAILER-REC VALUE 99.
002500     05  FX-DELIVERY-NAME      PIC X(08).
002600     05  FX-VALUE              PIC 9(10).
002700     05  FX-CHECKSUM           PIC 9(12).
