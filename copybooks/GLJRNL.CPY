000100*-----------------------------------------------------------*
000200* GLJRNL.CPY                                                 *
000300* GENERAL LEDGER JOURNAL INTERFACE RECORD, IN THE ARITH-XTR  *
000400* PATTERN.  ARITHCHG WRITES ONE 'D' DEBIT LINE PER BRANCH    *
000500* CHARGED (THE BRANCH RECEIVABLE, WITH THE BRANCH AS COST    *
000600* CENTRE) AND ONE 'D' CREDIT LINE PER FEE CODE BILLED (THE   *
000700* FEE'S PROCESSING INCOME ACCOUNT), THEN ONE 'T' TRAILER     *
000800* CARRYING THE DETAIL COUNT AND THE DEBIT AND CREDIT TOTALS. *
000900* THE LEDGER REJECTS A FEED WHOSE TRAILER DOES NOT BALANCE.  *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RKM  ORIGINAL COPYBOOK.                         *
001200*-----------------------------------------------------------*
001300 01  GL-JRNL-REC.
001400     05  GJ-RECORD-TYPE        PIC X(01).
001500         88  GJ-DETAIL-REC      VALUE 'D'.
001600         88  GJ-TRAILER-REC     VALUE 'T'.
001700     05  GJ-DETAIL.
001800         10  GJ-SOURCE         PIC X(08).
001900         10  GJ-PERIOD         PIC 9(06).
002000         10  GJ-ACCOUNT        PIC X(10).
002100         10  GJ-COST-CENTRE    PIC X(03).
002200         10  GJ-DR-CR          PIC X(01).
002300             88  GJ-DEBIT       VALUE 'D'.
002400             88  GJ-CREDIT      VALUE 'C'.
002500         10  GJ-AMOUNT         PIC 9(09)V99.
002600         10  GJ-NARRATIVE      PIC X(30).
002700         10  FILLER            PIC X(10).
002800     05  GJ-TRAILER REDEFINES GJ-DETAIL.
002900         10  GT-SOURCE         PIC X(08).
003000         10  GT-PERIOD         PIC 9(06).
003100         10  GT-REC-COUNT      PIC 9(08).
003200         10  GT-DEBIT-TOTAL    PIC 9(11)V99.
003300         10  GT-CREDIT-TOTAL   PIC 9(11)V99.
003400         10  FILLER            PIC X(31).
