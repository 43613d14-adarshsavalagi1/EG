000100*-----------------------------------------------------------*
000200* FIBOPARM.CPY                                               *
000300* REQUEST CARD FOR THE FIBO-PARM FILE.  ONE CARD PER         *
000400* DOWNSTREAM REQUEST FOR A SEQUENCE: THE REQUESTER ID (THE   *
000500* REQUEST'S KEY ON FIBO-RPT AND FIBO-XTR), THE TWO SEED      *
000600* VALUES THAT START THE SEQUENCE, THE NUMBER OF TERMS TO     *
000700* GENERATE (01 THRU 98 - KEY 99 IS THE EXTRACT TRAILER) AND  *
000800* THE DELIVERY NAME THE REQUESTING TEAM PICKS ITS RECORDS UP *
000900* UNDER.  THE FIELDS ARE CARRIED AS CHARACTER WITH NUMERIC   *
001000* REDEFINITIONS SO A MISPUNCHED CARD IS REJECTED, NOT        *
001100* DECODED.                                                   *
001200*-----------------------------------------------------------*
001300* 2026-08-09 RKM  ORIGINAL COPYBOOK.                         *
001400*-----------------------------------------------------------*
001500* 2026-10-15 RKM  ONE CARD PER REQUEST INSTEAD OF ONE RECORD *
001600*                 PER RUN.  ADDED THE REQUESTER ID, THE TWO  *
001700*                 SEED VALUES AND THE DELIVERY NAME;         *
001800*                 FP-TERM-COUNT NOW ALLOWS 01 THRU 98.       *
001900*-----------------------------------------------------------*
002000 01  FIBO-PARM-REC.
002100     05  FP-REQUEST-ID         PIC X(08).
002200     05  FP-SEED-1             PIC X(10).
002300     05  FP-SEED-1-NUM         REDEFINES FP-SEED-1
002400                               PIC 9(10).
002500     05  FP-SEED-2             PIC X(10).
002600     05  FP-SEED-2-NUM         REDEFINES FP-SEED-2
002700                               PIC 9(10).
002800     05  FP-TERM-COUNT-X       PIC X(02).
002900     05  FP-TERM-COUNT         REDEFINES FP-TERM-COUNT-X
003000                               PIC 9(02).
003100     05  FP-DELIVERY-NAME      PIC X(08).
003200     05  FILLER                PIC X(42).
