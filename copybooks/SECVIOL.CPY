000100*-----------------------------------------------------------*
000200* SECVIOL.CPY                                                *
000300* APPEND-ONLY RECORD OF THE SHOP-WIDE SECURITY VIOLATIONS    *
000400* FILE WRITTEN BY THE AUTHCHK SUBPROGRAM.  ONE RECORD PER    *
000500* REFUSED CARD, CARRYING WHEN, WHICH PROGRAM, WHO, WHAT THEY *
000600* TRIED (FUNCTION, BRANCH AND THE CARD IMAGE ITSELF) AND WHY *
000700* IT WAS REFUSED.  THE SECRPT DAILY REPORT LISTS AND ARCHIVES*
000800* THE FILE FOR AUDIT.                                        *
000900*-----------------------------------------------------------*
001000* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001100*-----------------------------------------------------------*
001200 01  SEC-VIOL-REC.
001300     05  SV-TIMESTAMP          PIC X(21).
001400     05  SV-TS-PARTS           REDEFINES SV-TIMESTAMP.
001500         10  SV-TS-DATE        PIC X(08).
001600         10  SV-TS-HH          PIC X(02).
001700         10  SV-TS-MM          PIC X(02).
001800         10  SV-TS-SS          PIC X(02).
001900         10  FILLER            PIC X(07).
002000     05  SV-PROGRAM-ID         PIC X(08).
002100     05  SV-OPERATOR-ID        PIC X(08).
002200     05  SV-FUNCTION           PIC X(03).
002300     05  SV-BRANCH-CODE        PIC X(03).
002400     05  SV-REASON-CODE        PIC X(04).
002500     05  SV-REASON-TEXT        PIC X(20).
002600     05  SV-CARD-IMAGE         PIC X(80).
002700     05  FILLER                PIC X(13).
002800*    160-BYTE RECORD.                                        *
