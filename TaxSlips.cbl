000100******************************************************************
000110* Authors: Paul Squires, 040766405
000120*          Cole Brito,
000130* Course and Section: CST8283 302
000140* Date: Oct 15, 2026
000150* Purpose: Year-end tax slips (T5008 dispositions and T5
000160*          investment income) for non-registered accounts
000170* Tectonics: cobc
000180******************************************************************
000190* MODIFICATION HISTORY
000200* ----------------------------------------------------------
000210* DATE        INIT DESCRIPTION
000220* 2026-10-15  CB   New program - year-end slip run for a
000230*                  TAXYEAR= parameter.  Reads the realized
000240*                  ledger, the paid-dividend ledger and the
000250*                  account master; only CASH accounts get
000260*                  slips (RRSP and TFSA activity is not
000270*                  reportable).  Prints one T5008 line per
000280*                  disposition - proceeds, ACB, quantity,
000290*                  symbol and settlement date, in CAD at the
000300*                  rate in effect on the trade date - and
000310*                  one T5 summary per account for the year's
000320*                  dividend income, writes the fixed-layout
000330*                  filing extract, and closes with a control
000340*                  total page.  ARCHIVE-PURGE's opening-
000350*                  balance seed rows are recognised and
000360*                  skipped; a seed dated in or after the tax
000370*                  year means that year's rows were rolled
000380*                  up, and the run refuses with RC 8 rather
000390*                  than issue short slips.
000400* 2026-10-15  CB   Superficial-loss denial rows on the realized
000410*                  ledger are no longer dispositions of their
000420*                  own: each is shown against the sale it
000430*                  denies in a LOSS DENIED column, and the
000440*                  account totals add the denied amount back
000450*                  to give the allowable gain or loss.
000460* 2026-10-15  CB   Account master record carries the model
000470*                  portfolio code (not used here).
000480* 2026-10-15  CB   Account master record carries the open and
000490*                  close dates (not used here).
000500* 2026-10-15  CB   Reversal rows on the realized ledger (a sale
000510*                  later cancelled or corrected) come off the
000520*                  sale they reverse; a sale reversed in full is
000530*                  left off the slips and the extract.
000532* 2026-10-15  CB   The settlement date steps over the exchange
000534*                  holidays on HOLIDAYS.txt as well as weekends,
000536*                  as the nightly run's settlement does.
000540******************************************************************
000550 IDENTIFICATION DIVISION.
000560 PROGRAM-ID. TAX-SLIPS.
000570 AUTHOR. C. BRITO.
000580 INSTALLATION. CST8283 PORTFOLIO REPORTING.
000590 DATE-WRITTEN. OCT 15, 2026.
000600 DATE-COMPILED. OCT 15, 2026.

000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT REALIZED-LEDGER-IN
000650     ASSIGN TO "../REALIZED.txt"
000660     ORGANIZATION IS LINE SEQUENTIAL
000670     FILE STATUS IS TS-RLG-FILE-STATUS.

000680     SELECT DIVIDEND-LEDGER-IN
000690     ASSIGN TO "../DIVLEDGER.txt"
000700     ORGANIZATION IS LINE SEQUENTIAL
000710     FILE STATUS IS TS-DVL-FILE-STATUS.

000720     SELECT ACCOUNT-FILE-IN
000730     ASSIGN TO "../ACCOUNTS.txt"
000740     ORGANIZATION IS LINE SEQUENTIAL
000750     FILE STATUS IS TS-ACM-FILE-STATUS.

000760     SELECT STOCK-FILE-IN
000770     ASSIGN TO "../STOCKS.txt"
000780     ORGANIZATION IS LINE SEQUENTIAL.

000790     SELECT FX-RATE-FILE-IN
000800     ASSIGN TO "../FXRATES.txt"
000810     ORGANIZATION IS LINE SEQUENTIAL.

000820     SELECT FX-HISTORY-FILE-IN
000830     ASSIGN TO "../FXHIST.txt"
000840     ORGANIZATION IS LINE SEQUENTIAL
000850     FILE STATUS IS TS-FXH-FILE-STATUS.

000852     SELECT HOLIDAY-FILE-IN
000854     ASSIGN TO "../HOLIDAYS.txt"
000856     ORGANIZATION IS LINE SEQUENTIAL
000858     FILE STATUS IS TS-HOL-FILE-STATUS.

000860     SELECT SLIP-REPORT-OUT
000870     ASSIGN TO "../TAXSLIPS.txt"
000880     ORGANIZATION IS LINE SEQUENTIAL.

000890     SELECT FILING-EXTRACT-OUT
000900     ASSIGN TO "../TAXFILE.txt"
000910     ORGANIZATION IS LINE SEQUENTIAL.

000920     SELECT CONTROL-REPORT-OUT
000930     ASSIGN TO "../TAXCTL.txt"
000940     ORGANIZATION IS LINE SEQUENTIAL.

000950 DATA DIVISION.
000960 FILE SECTION.
000970* Realized gain/loss ledger as the nightly run writes it.  A
000980* row with zero quantity is an ARCHIVE-PURGE opening-balance
000990* seed, not a disposition.
001000 FD REALIZED-LEDGER-IN.
001010 01 REALIZED-LEDGER-RECORD.
001020     05 RLG-ACCOUNT       PIC X(4).
001030     05 RLG-DATE          PIC 9(8).
001040     05 RLG-SYMBOL        PIC X(7).
001050     05 RLG-QUANTITY      PIC 9(5).
001060     05 RLG-SELL-PRICE    PIC 9(4)V99.
001070     05 RLG-AVERAGE-COST  PIC 9(4)V99.
001080     05 RLG-GAIN-LOSS     PIC S9(9)V99 SIGN LEADING SEPARATE.
001090*    "D" - a superficial-loss denial: the part of an earlier
001100*    row's loss that is not deductible, as a positive amount.
001110*    "R" - a reversal: part or all of an earlier sale taken
001120*    back when the trade was cancelled or corrected.
001130     05 RLG-SL-FLAG       PIC X.
001140        88 RLG-IS-SL-DENIAL  VALUE "D".
001150        88 RLG-IS-REVERSAL   VALUE "R".

001160* Paid-dividend ledger - amounts in the symbol's currency.
001170 FD DIVIDEND-LEDGER-IN.
001180 01 DIVIDEND-LEDGER-RECORD.
001190     05 DVL-ACCOUNT      PIC X(4).
001200     05 DVL-DATE         PIC 9(8).
001210     05 DVL-SYMBOL       PIC X(7).
001220     05 DVL-AMOUNT       PIC S9(9)V99 SIGN LEADING SEPARATE.

001230* Account master - holder name for the slip and the account
001240* type that decides whether the account is reportable.
001250 FD ACCOUNT-FILE-IN.
001260 01 ACCOUNT-RECORD.
001270     05 ACM-ACCOUNT      PIC X(4).
001280     05 ACM-HOLDER-NAME  PIC X(25).
001290     05 ACM-TYPE         PIC X(4).
001300     05 ACM-STATUS       PIC X.
001310     05 ACM-MODEL        PIC X(4).
001320     05 ACM-OPEN-DATE    PIC 9(8).
001330     05 ACM-CLOSE-DATE   PIC 9(8).

001340* Stock master load source - each symbol's quote currency.
001350 FD STOCK-FILE-IN.
001360 01 STOCK-RECORD.
001370     05 STOCK-SYMBOL-S      PIC X(7).
001380     05 STOCK-NAME          PIC X(25).
001390     05 CLOSING-PRICE       PIC 9(4)V99.
001400     05 STOCK-CURRENCY-CODE PIC X(3).
001410     05 STOCK-SECTOR-CODE   PIC X(4).

001420 FD FX-RATE-FILE-IN.
001430 01 FX-RATE-RECORD.
001440     05 FX-CURRENCY-CODE PIC X(3).
001450     05 FX-RATE-TO-CAD   PIC 9(3)V9999.

001460 FD FX-HISTORY-FILE-IN.
001470 01 FX-HISTORY-RECORD.
001480     05 FXH-DATE          PIC 9(8).
001490     05 FXH-CURRENCY-CODE PIC X(3).
001500     05 FXH-RATE-TO-CAD   PIC 9(3)V9999.

001501* Exchange holiday calendar - one market holiday per row, as
001502* the nightly run reads it.  A settlement date steps over these
001503* as well as weekends.  The file is optional - no file means
001504* only weekends are skipped.
001505 FD HOLIDAY-FILE-IN.
001506 01 HOLIDAY-RECORD.
001507     05 HOL-DATE          PIC 9(8).
001508     05 HOL-NAME          PIC X(25).

001510* The printed slips, one page per reportable account.
001520 FD SLIP-REPORT-OUT.
001530 01 SLIP-RECORD             PIC X(120).

001540* Fixed-layout filing extract.  Every record carries the tax
001550* year, account and holder; the data area is redefined by
001560* record type - "1" a T5008 disposition, "5" an account's T5
001570* income summary, "T" the closing trailer with the file's
001580* record counts and money totals.  Amounts are CAD.
001590 FD FILING-EXTRACT-OUT.
001600 01 FILING-RECORD.
001610     05 TF-RECORD-TYPE    PIC X.
001620        88 TF-IS-T5008        VALUE "1".
001630        88 TF-IS-T5           VALUE "5".
001640        88 TF-IS-TRAILER      VALUE "T".
001650     05 TF-TAX-YEAR       PIC 9(4).
001660     05 TF-ACCOUNT        PIC X(4).
001670     05 TF-HOLDER-NAME    PIC X(25).
001680     05 TF-DATA           PIC X(46).
001690     05 TF-T5008-DATA REDEFINES TF-DATA.
001700        10 TF-SYMBOL         PIC X(7).
001710        10 TF-SETTLE-DATE    PIC 9(8).
001720        10 TF-QUANTITY       PIC 9(7).
001730        10 TF-PROCEEDS       PIC 9(9)V99.
001740        10 TF-ACB            PIC 9(9)V99.
001750        10 FILLER            PIC X(2).
001760     05 TF-T5-DATA REDEFINES TF-DATA.
001770        10 TF-CDN-DIVIDENDS  PIC 9(9)V99.
001780        10 TF-FOREIGN-INCOME PIC 9(9)V99.
001790        10 FILLER            PIC X(24).
001800     05 TF-TRAILER-DATA REDEFINES TF-DATA.
001810        10 TF-T5008-COUNT    PIC 9(7).
001820        10 TF-T5-COUNT       PIC 9(7).
001830        10 TF-TOTAL-PROCEEDS PIC 9(11)V99.
001840        10 TF-TOTAL-ACB      PIC 9(11)V99.
001850        10 FILLER            PIC X(6).

001860* Control total page - exceptions found while loading, then
001870* the counts and money totals the run is balanced by.
001880 FD CONTROL-REPORT-OUT.
001890 01 CONTROL-RECORD          PIC X(80).

001900 WORKING-STORAGE SECTION.
001910*----------------------------------------------------------------
001920* Settlement cycle - business days after the trade date that
001930* a disposition settles (T+1 for equities).  Weekends and the
001940* exchange holidays are skipped.
001950*----------------------------------------------------------------
001960 77 TS-SETTLE-DAYS          PIC 9 COMP VALUE 1.
001970 77 TS-TAX-YEAR             PIC 9(4) VALUE ZERO.
001980 77 TS-TODAY                PIC 9(8) VALUE ZERO.
001990 77 TS-RLG-FILE-STATUS      PIC X(2) VALUE SPACES.
002000 77 TS-DVL-FILE-STATUS      PIC X(2) VALUE SPACES.
002010 77 TS-ACM-FILE-STATUS      PIC X(2) VALUE SPACES.
002020 77 TS-FXH-FILE-STATUS      PIC X(2) VALUE SPACES.
002025 77 TS-HOL-FILE-STATUS      PIC X(2) VALUE SPACES.
002030 77 TS-STOCK-COUNT          PIC 9(5) COMP VALUE ZERO.
002040 77 TS-FX-COUNT             PIC 9(4) COMP VALUE ZERO.
002050 77 TS-FX-FOUND-IDX         PIC 9(4) COMP VALUE ZERO.
002060 77 TS-FXHIST-COUNT         PIC 9(4) COMP VALUE ZERO.
002065 77 TS-HOL-COUNT            PIC 9(4) COMP VALUE ZERO.
002070 77 TS-FXH-SUB              PIC 9(4) COMP VALUE ZERO.
002080 77 TS-ACCT-COUNT           PIC 9(4) COMP VALUE ZERO.
002090 77 TS-ACCT-FOUND-IDX       PIC 9(4) COMP VALUE ZERO.
002100 77 TS-ACCT-SUB             PIC 9(4) COMP VALUE ZERO.
002110 77 TS-DISP-COUNT           PIC 9(5) COMP VALUE ZERO.
002120 77 TS-DISP-SUB             PIC 9(5) COMP VALUE ZERO.
002130 77 TS-INSERT-AT            PIC 9(5) COMP VALUE ZERO.
002140 77 TS-SCAN-SUB             PIC 9(5) COMP VALUE ZERO.
002150 77 TS-SHIFT-SUB            PIC 9(5) COMP VALUE ZERO.
002160 77 TS-PARM-SUB             PIC 9(2) COMP VALUE ZERO.
002170 77 TS-DAY-INT              PIC 9(8) COMP VALUE ZERO.
002180 77 TS-DAY-QUOT             PIC 9(8) COMP VALUE ZERO.
002190 77 TS-WEEKDAY              PIC 9 COMP VALUE ZERO.
002200 77 TS-DAYS-ADDED           PIC 9 COMP VALUE ZERO.
002210 77 TS-SETTLE-DATE          PIC 9(8) VALUE ZERO.
002220 77 TS-FX-ASAT-DATE         PIC 9(8) VALUE ZERO.
002230 77 TS-FX-BEST-DATE         PIC 9(8) VALUE ZERO.
002240 77 TS-FX-BOOK-RATE         PIC 9(3)V9999 VALUE 1.
002250 77 TS-LOOKUP-ACCOUNT       PIC X(4) VALUE SPACES.
002260 77 TS-LOOKUP-SYMBOL        PIC X(7) VALUE SPACES.
002270 77 TS-LOOKUP-CURRENCY      PIC X(3) VALUE SPACES.
002280 77 TS-WORK-PROCEEDS        PIC S9(11)V99 VALUE ZERO.
002290 77 TS-WORK-ACB             PIC S9(11)V99 VALUE ZERO.
002300 77 TS-WORK-AMOUNT          PIC S9(11)V99 VALUE ZERO.
002310 77 TS-ACCT-PROCEEDS        PIC S9(11)V99 VALUE ZERO.
002320 77 TS-ACCT-ACB             PIC S9(11)V99 VALUE ZERO.
002330 77 TS-EXC-TEXT             PIC X(40) VALUE SPACES.

002340*----------------------------------------------------------------
002350* Control counts and totals.
002360*----------------------------------------------------------------
002370 77 TS-CTL-RLG-READ         PIC 9(7) COMP VALUE ZERO.
002380 77 TS-CTL-RLG-SEED         PIC 9(7) COMP VALUE ZERO.
002390 77 TS-CTL-RLG-OTHER-YEAR   PIC 9(7) COMP VALUE ZERO.
002400 77 TS-CTL-RLG-REGISTERED   PIC 9(7) COMP VALUE ZERO.
002410 77 TS-CTL-RLG-UNKNOWN      PIC 9(7) COMP VALUE ZERO.
002420 77 TS-CTL-RLG-REPORTED     PIC 9(7) COMP VALUE ZERO.
002430 77 TS-CTL-RLG-DENIAL       PIC 9(7) COMP VALUE ZERO.
002440 77 TS-CTL-RLG-REVERSAL     PIC 9(7) COMP VALUE ZERO.
002450 77 TS-CTL-DVL-READ         PIC 9(7) COMP VALUE ZERO.
002460 77 TS-CTL-DVL-OTHER-YEAR   PIC 9(7) COMP VALUE ZERO.
002470 77 TS-CTL-DVL-REGISTERED   PIC 9(7) COMP VALUE ZERO.
002480 77 TS-CTL-DVL-UNKNOWN      PIC 9(7) COMP VALUE ZERO.
002490 77 TS-CTL-DVL-REPORTED     PIC 9(7) COMP VALUE ZERO.
002500 77 TS-CTL-NO-CURRENCY      PIC 9(7) COMP VALUE ZERO.
002510 77 TS-CTL-T5008-PRINTED    PIC 9(7) COMP VALUE ZERO.
002520 77 TS-CTL-T5008-WRITTEN    PIC 9(7) COMP VALUE ZERO.
002530 77 TS-CTL-T5008-CANCELLED  PIC 9(7) COMP VALUE ZERO.
002540 77 TS-CTL-T5-WRITTEN       PIC 9(7) COMP VALUE ZERO.
002550 77 TS-CTL-SLIP-ACCOUNTS    PIC 9(7) COMP VALUE ZERO.
002560 77 TS-CTL-EXPECTED         PIC 9(7) COMP VALUE ZERO.
002570 77 TS-TOT-LOAD-PROCEEDS    PIC S9(11)V99 VALUE ZERO.
002580 77 TS-TOT-LOAD-ACB         PIC S9(11)V99 VALUE ZERO.
002590 77 TS-TOT-PRINT-PROCEEDS   PIC S9(11)V99 VALUE ZERO.
002600 77 TS-TOT-PRINT-ACB        PIC S9(11)V99 VALUE ZERO.
002610 77 TS-TOT-LOAD-DENIED      PIC S9(11)V99 VALUE ZERO.
002620 77 TS-TOT-PRINT-DENIED     PIC S9(11)V99 VALUE ZERO.
002630 77 TS-ACCT-DENIED          PIC S9(11)V99 VALUE ZERO.
002640 77 TS-TOT-LOAD-DIVIDENDS   PIC S9(11)V99 VALUE ZERO.
002650 77 TS-TOT-PRINT-DIVIDENDS  PIC S9(11)V99 VALUE ZERO.
002660 77 TS-TOT-CDN-DIVIDENDS    PIC S9(11)V99 VALUE ZERO.
002670 77 TS-TOT-FOREIGN-INCOME   PIC S9(11)V99 VALUE ZERO.
002680 77 TS-CTL-LABEL            PIC X(26) VALUE SPACES.
002690 77 TS-CTL-EDIT             PIC ZZZZZZ9.
002700 77 TS-CTL-MONEY-EDIT       PIC ZZZ,ZZZ,ZZ9.99-.

002710 01 TS-COMMAND-LINE         PIC X(60) VALUE SPACES.
002720 01 TS-PARM-TOKENS.
002730     05 TS-PARM-TOKEN OCCURS 4 TIMES PIC X(15).

002740 01 TS-SWITCHES.
002750     05 TS-SW-EOF-RLG          PIC X VALUE "N".
002760        88 TS-EOF-RLG               VALUE "Y".
002770     05 TS-SW-EOF-DVL          PIC X VALUE "N".
002780        88 TS-EOF-DVL               VALUE "Y".
002790     05 TS-SW-EOF-ACM          PIC X VALUE "N".
002800        88 TS-EOF-ACM               VALUE "Y".
002810     05 TS-SW-EOF-STOCK        PIC X VALUE "N".
002820        88 TS-EOF-STOCK             VALUE "Y".
002830     05 TS-SW-EOF-FX           PIC X VALUE "N".
002840        88 TS-EOF-FX                VALUE "Y".
002850     05 TS-SW-EOF-FXH          PIC X VALUE "N".
002860        88 TS-EOF-FXH               VALUE "Y".
002862     05 TS-SW-EOF-HOL          PIC X VALUE "N".
002864        88 TS-EOF-HOL               VALUE "Y".
002866     05 TS-SW-HOLIDAY          PIC X VALUE "N".
002868        88 TS-IS-HOLIDAY            VALUE "Y".
002870     05 TS-SW-ACCT-FOUND       PIC X VALUE "N".
002880        88 TS-ACCT-FOUND            VALUE "Y".
002890     05 TS-SW-STOCK-FOUND      PIC X VALUE "N".
002900        88 TS-STOCK-FOUND           VALUE "Y".
002910     05 TS-SW-FX-FOUND         PIC X VALUE "N".
002920        88 TS-FX-FOUND              VALUE "Y".
002930     05 TS-SW-INSERT-FOUND     PIC X VALUE "N".
002940        88 TS-INSERT-FOUND          VALUE "Y".
002950     05 TS-SW-PARM-ERROR       PIC X VALUE "N".
002960        88 TS-PARM-ERROR            VALUE "Y".
002970     05 TS-SW-PURGED           PIC X VALUE "N".
002980        88 TS-YEAR-PURGED           VALUE "Y".
002990     05 TS-SW-CTL-FAILED       PIC X VALUE "N".
003000        88 TS-CTL-FAILED            VALUE "Y".
003010     05 TS-SW-FIRST-PAGE       PIC X VALUE "Y".
003020        88 TS-FIRST-PAGE            VALUE "Y".
003030     05 TS-SW-SALE-FOUND       PIC X VALUE "N".
003040        88 TS-SALE-FOUND            VALUE "Y".

003050* Symbol-to-currency map from the stock master.
003060 01 TS-STOCK-TABLE.
003070     05 TS-STOCK-ENTRY OCCURS 1 TO 10000 TIMES
003080                       DEPENDING ON TS-STOCK-COUNT
003090                       ASCENDING KEY IS TSS-SYMBOL
003100                       INDEXED BY TS-STK-IDX.
003110        10 TSS-SYMBOL        PIC X(7).
003120        10 TSS-CURRENCY      PIC X(3).

003130* FX snapshot rates, the fallback when no dated history row
003140* is on or before the date being converted.
003150 01 TS-FX-TABLE.
003160     05 TS-FX-ENTRY OCCURS 50 TIMES
003170                    INDEXED BY TS-FX-IDX.
003180        10 TSF-CURRENCY      PIC X(3).
003190        10 TSF-RATE-TO-CAD   PIC 9(3)V9999.

003200* The dated FX history, kept raw so each disposition and
003210* dividend converts at the rate in effect on its own date.
003220 01 TS-FXHIST-TABLE.
003230     05 TS-FXH-ENTRY OCCURS 5000 TIMES
003240                     INDEXED BY TS-FXH-IDX.
003250        10 TSH-DATE          PIC 9(8).
003260        10 TSH-CURRENCY      PIC X(3).
003270        10 TSH-RATE-TO-CAD   PIC 9(3)V9999.

003271* Exchange holidays a settlement date steps over.
003272 01 TS-HOL-TABLE.
003273     05 TS-HOL-ENTRY OCCURS 1 TO 500 TIMES
003274                     DEPENDING ON TS-HOL-COUNT
003275                     INDEXED BY TS-HOL-IDX.
003276        10 TSL-DATE          PIC 9(8).

003280* Accounts in account order, with the year's dividend income
003290* accumulated per account for the T5 summary.
003300 01 TS-ACCT-TABLE.
003310     05 TS-ACCT-ENTRY OCCURS 1 TO 500 TIMES
003320                      DEPENDING ON TS-ACCT-COUNT
003330                      ASCENDING KEY IS TSA-ACCOUNT
003340                      INDEXED BY TS-ACCT-IDX.
003350        10 TSA-ACCOUNT       PIC X(4).
003360        10 TSA-HOLDER-NAME   PIC X(25).
003370        10 TSA-TYPE          PIC X(4).
003380           88 TSA-IS-CASH         VALUE "CASH".
003390        10 TSA-DISP-COUNT    PIC 9(5) COMP.
003400        10 TSA-CDN-DIVIDENDS PIC S9(9)V99.
003410        10 TSA-FGN-INCOME    PIC S9(9)V99.

003420* The tax year's dispositions in ledger order.  A FIFO sell
003430* books one ledger row per lot consumed; consecutive rows of
003440* the same sale (account, date, symbol, price) fold into one
003450* disposition here, as the slip reports the sale, not the
003460* lots behind it.
003470 01 TS-DISP-TABLE.
003480     05 TS-DISP-ENTRY OCCURS 1 TO 20000 TIMES
003490                      DEPENDING ON TS-DISP-COUNT
003500                      INDEXED BY TS-DISP-IDX.
003510        10 TSD-ACCOUNT       PIC X(4).
003520        10 TSD-TRADE-DATE    PIC 9(8).
003530        10 TSD-SETTLE-DATE   PIC 9(8).
003540        10 TSD-SYMBOL        PIC X(7).
003550        10 TSD-SELL-PRICE    PIC 9(4)V99.
003560        10 TSD-QUANTITY      PIC 9(7).
003570        10 TSD-PROCEEDS      PIC S9(11)V99.
003580        10 TSD-ACB           PIC S9(11)V99.
003590        10 TSD-DENIED        PIC S9(11)V99.

003600* Slip report heading and line work areas.
003610 01 TS-PAGE-RULE.
003620     05 FILLER PIC X(89) VALUE ALL "=".

003630 01 TS-TITLE-LINE.
003640     05 FILLER            PIC X(33)
003650         VALUE "TAX INFORMATION SLIPS - TAX YEAR ".
003660     05 TS-TTL-YEAR       PIC 9(4).

003670 01 TS-HEADING-LINE.
003680     05 FILLER            PIC X(8) VALUE "ACCOUNT ".
003690     05 TS-HDG-ACCOUNT    PIC X(4).
003700     05 FILLER            PIC X(3) VALUE SPACES.
003710     05 TS-HDG-NAME       PIC X(25).
003720     05 FILLER            PIC X(2) VALUE SPACES.
003730     05 TS-HDG-TYPE       PIC X(4).

003740 01 TS-T5008-COLUMNS.
003750     05 FILLER PIC X(20) VALUE "  SYMBOL   TRADED   ".
003760     05 FILLER PIC X(20) VALUE "  SETTLED    QUANTIT".
003770     05 FILLER PIC X(20) VALUE "Y         PROCEEDS  ".
003780     05 FILLER PIC X(20) VALUE "             ACB    ".
003790     05 FILLER PIC X(10) VALUE "  GAIN/LOS".
003800     05 FILLER PIC X(1)  VALUE "S".
003810     05 FILLER PIC X(15) VALUE "    LOSS DENIED".

003820 01 TS-T5008-LINE.
003830     05 FILLER            PIC X(2) VALUE SPACES.
003840     05 TS-T58-SYMBOL     PIC X(7).
003850     05 FILLER            PIC X(2) VALUE SPACES.
003860     05 TS-T58-TRADE-DATE PIC 9(8).
003870     05 FILLER            PIC X(2) VALUE SPACES.
003880     05 TS-T58-SETTLE     PIC 9(8).
003890     05 FILLER            PIC X(2) VALUE SPACES.
003900     05 TS-T58-QTY        PIC Z,ZZZ,ZZ9.
003910     05 FILLER            PIC X(2) VALUE SPACES.
003920     05 TS-T58-PROCEEDS   PIC $$$,$$$,$$9.99.
003930     05 FILLER            PIC X(2) VALUE SPACES.
003940     05 TS-T58-ACB        PIC $$$,$$$,$$9.99.
003950     05 FILLER            PIC X(2) VALUE SPACES.
003960     05 TS-T58-GAIN       PIC $$$,$$$,$$9.99.
003970     05 TS-T58-GAIN-MINUS PIC X.
003980     05 FILLER            PIC X(2) VALUE SPACES.
003990     05 TS-T58-DENIED     PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.

004000 01 TS-TOTAL-LINE.
004010     05 FILLER            PIC X(2) VALUE SPACES.
004020     05 TS-TOT-LABEL      PIC X(30).
004030     05 FILLER            PIC X(2) VALUE SPACES.
004040     05 TS-TOT-AMOUNT     PIC $$$,$$$,$$9.99.
004050     05 TS-TOT-MINUS      PIC X.

004060 PROCEDURE DIVISION.
004070*----------------------------------------------------------------
004080* 0000-MAINLINE - parse the tax year, load the reference
004090* tables and the year's ledger rows, then print the slips and
004100* the filing extract.  A run whose year has already been
004110* purged prints nothing but the refusal.
004120*----------------------------------------------------------------
004130 0000-MAINLINE.
004140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004150     IF TS-PARM-ERROR
004160         PERFORM 9999-TERMINATE THRU 9999-EXIT
004170         STOP RUN
004180     END-IF.
004190     PERFORM 2000-LOAD-DISPOSITIONS THRU 2000-EXIT.
004200     IF TS-YEAR-PURGED
004210         PERFORM 9999-TERMINATE THRU 9999-EXIT
004220         STOP RUN
004230     END-IF.
004240     PERFORM 3000-LOAD-DIVIDENDS THRU 3000-EXIT.
004250     PERFORM 7000-PRINT-SLIPS THRU 7000-EXIT.
004260     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004270     STOP RUN.

004280*----------------------------------------------------------------
004290* 1000-INITIALIZE - open the outputs, parse TAXYEAR= and load
004300* the stock currencies, FX snapshot and history, the holiday
004310* calendar and the account master.  A tax year that is
004320* missing, malformed or in the future, or a missing account
004325* master, fails the run.
004330*----------------------------------------------------------------
004340 1000-INITIALIZE.
004350     OPEN OUTPUT SLIP-REPORT-OUT.
004360     OPEN OUTPUT FILING-EXTRACT-OUT.
004370     OPEN OUTPUT CONTROL-REPORT-OUT.
004380     ACCEPT TS-TODAY FROM DATE YYYYMMDD.
004390     ACCEPT TS-COMMAND-LINE FROM COMMAND-LINE.
004400     PERFORM 1020-PARSE-PARAMETERS THRU 1020-EXIT.
004410     IF TS-TAX-YEAR = ZERO
004420        OR TS-TAX-YEAR > TS-TODAY(1:4)
004430         SET TS-PARM-ERROR TO TRUE
004440     END-IF.
004450     IF TS-PARM-ERROR
004460         MOVE "BAD OR MISSING TAXYEAR= PARAMETER - RC 8"
004470             TO SLIP-RECORD
004480         WRITE SLIP-RECORD
004490         MOVE SLIP-RECORD TO CONTROL-RECORD
004500         WRITE CONTROL-RECORD
004510         SET TS-CTL-FAILED TO TRUE
004520         GO TO 1000-EXIT
004530     END-IF.
004540     OPEN INPUT STOCK-FILE-IN.
004550     PERFORM 1050-READ-STOCK THRU 1050-EXIT.
004560     PERFORM 1100-LOAD-STOCK-TABLE THRU 1100-EXIT
004570         UNTIL TS-EOF-STOCK.
004580     CLOSE STOCK-FILE-IN.
004590     OPEN INPUT FX-RATE-FILE-IN.
004600     PERFORM 1150-READ-FX-RATE THRU 1150-EXIT.
004610     PERFORM 1200-LOAD-FX-TABLE THRU 1200-EXIT
004620         UNTIL TS-EOF-FX.
004630     CLOSE FX-RATE-FILE-IN.
004640     PERFORM 1250-LOAD-FX-HISTORY THRU 1250-EXIT.
004645     PERFORM 1280-LOAD-HOLIDAYS THRU 1280-EXIT.
004650     PERFORM 1300-LOAD-ACCOUNTS THRU 1300-EXIT.
004660 1000-EXIT.
004670     EXIT.

004680 1020-PARSE-PARAMETERS.
004690     MOVE SPACES TO TS-PARM-TOKENS.
004700     UNSTRING TS-COMMAND-LINE DELIMITED BY ALL " "
004710         INTO TS-PARM-TOKEN(1) TS-PARM-TOKEN(2)
004720              TS-PARM-TOKEN(3) TS-PARM-TOKEN(4)
004730     END-UNSTRING.
004740     PERFORM 1030-EXAMINE-PARM THRU 1030-EXIT
004750         VARYING TS-PARM-SUB FROM 1 BY 1
004760         UNTIL TS-PARM-SUB > 4.
004770 1020-EXIT.
004780     EXIT.

004790 1030-EXAMINE-PARM.
004800     IF TS-PARM-TOKEN(TS-PARM-SUB)(1:8) = "TAXYEAR="
004810         IF TS-PARM-TOKEN(TS-PARM-SUB)(9:4) NUMERIC
004820            AND TS-PARM-TOKEN(TS-PARM-SUB)(13:3) = SPACES
004830             MOVE TS-PARM-TOKEN(TS-PARM-SUB)(9:4)
004840                 TO TS-TAX-YEAR
004850         ELSE
004860             SET TS-PARM-ERROR TO TRUE
004870         END-IF
004880     END-IF.
004890 1030-EXIT.
004900     EXIT.

004910 1050-READ-STOCK.
004920     READ STOCK-FILE-IN
004930         AT END SET TS-EOF-STOCK TO TRUE
004940     END-READ.
004950 1050-EXIT.
004960     EXIT.

004970 1100-LOAD-STOCK-TABLE.
004980     IF TS-STOCK-COUNT >= 10000
004990         GO TO 1100-NEXT
005000     END-IF.
005010     ADD 1 TO TS-STOCK-COUNT.
005020     MOVE TS-STOCK-COUNT TO TS-INSERT-AT.
005030     MOVE "N" TO TS-SW-INSERT-FOUND.
005040     PERFORM 1110-FIND-STOCK-INSERT THRU 1110-EXIT
005050         VARYING TS-SCAN-SUB FROM 1 BY 1
005060         UNTIL TS-SCAN-SUB >= TS-STOCK-COUNT
005070            OR TS-INSERT-FOUND.
005080     COMPUTE TS-SHIFT-SUB = TS-STOCK-COUNT - 1.
005090     PERFORM 1120-SHIFT-STOCK-ENTRY THRU 1120-EXIT
005100         UNTIL TS-SHIFT-SUB < TS-INSERT-AT.
005110     MOVE STOCK-SYMBOL-S      TO TSS-SYMBOL(TS-INSERT-AT).
005120     MOVE STOCK-CURRENCY-CODE TO TSS-CURRENCY(TS-INSERT-AT).
005130 1100-NEXT.
005140     PERFORM 1050-READ-STOCK THRU 1050-EXIT.
005150 1100-EXIT.
005160     EXIT.

005170 1110-FIND-STOCK-INSERT.
005180     IF TSS-SYMBOL(TS-SCAN-SUB) > STOCK-SYMBOL-S
005190         MOVE TS-SCAN-SUB TO TS-INSERT-AT
005200         SET TS-INSERT-FOUND TO TRUE
005210     END-IF.
005220 1110-EXIT.
005230     EXIT.

005240 1120-SHIFT-STOCK-ENTRY.
005250     MOVE TS-STOCK-ENTRY(TS-SHIFT-SUB)
005260         TO TS-STOCK-ENTRY(TS-SHIFT-SUB + 1).
005270     SUBTRACT 1 FROM TS-SHIFT-SUB.
005280 1120-EXIT.
005290     EXIT.

005300 1150-READ-FX-RATE.
005310     READ FX-RATE-FILE-IN
005320         AT END SET TS-EOF-FX TO TRUE
005330     END-READ.
005340 1150-EXIT.
005350     EXIT.

005360 1200-LOAD-FX-TABLE.
005370     IF TS-FX-COUNT >= 50
005380         GO TO 1200-NEXT
005390     END-IF.
005400     ADD 1 TO TS-FX-COUNT.
005410     SET TS-FX-IDX TO TS-FX-COUNT.
005420     MOVE FX-CURRENCY-CODE TO TSF-CURRENCY(TS-FX-IDX).
005430     MOVE FX-RATE-TO-CAD   TO TSF-RATE-TO-CAD(TS-FX-IDX).
005440 1200-NEXT.
005450     PERFORM 1150-READ-FX-RATE THRU 1150-EXIT.
005460 1200-EXIT.
005470     EXIT.

005480*----------------------------------------------------------------
005490* 1250-LOAD-FX-HISTORY - keep every dated rate row.  The file
005500* is optional; without it the snapshot rates apply.
005510*----------------------------------------------------------------
005520 1250-LOAD-FX-HISTORY.
005530     OPEN INPUT FX-HISTORY-FILE-IN.
005540     IF TS-FXH-FILE-STATUS = "35"
005550         GO TO 1250-EXIT
005560     END-IF.
005570     PERFORM 1260-READ-FX-HISTORY THRU 1260-EXIT.
005580     PERFORM 1270-STORE-FX-HIST-ROW THRU 1270-EXIT
005590         UNTIL TS-EOF-FXH.
005600     CLOSE FX-HISTORY-FILE-IN.
005610 1250-EXIT.
005620     EXIT.

005630 1260-READ-FX-HISTORY.
005640     READ FX-HISTORY-FILE-IN
005650         AT END SET TS-EOF-FXH TO TRUE
005660     END-READ.
005670 1260-EXIT.
005680     EXIT.

005690 1270-STORE-FX-HIST-ROW.
005700     IF FXH-DATE NOT NUMERIC
005710         GO TO 1270-NEXT
005720     END-IF.
005730     IF TS-FXHIST-COUNT >= 5000
005740         MOVE "FX HISTORY TABLE OVERFLOW" TO TS-EXC-TEXT
005750         MOVE SPACES TO TS-LOOKUP-ACCOUNT
005760         MOVE FXH-CURRENCY-CODE TO TS-LOOKUP-SYMBOL
005770         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005780         GO TO 1270-NEXT
005790     END-IF.
005800     ADD 1 TO TS-FXHIST-COUNT.
005810     SET TS-FXH-IDX TO TS-FXHIST-COUNT.
005820     MOVE FXH-DATE          TO TSH-DATE(TS-FXH-IDX).
005830     MOVE FXH-CURRENCY-CODE TO TSH-CURRENCY(TS-FXH-IDX).
005840     MOVE FXH-RATE-TO-CAD   TO TSH-RATE-TO-CAD(TS-FXH-IDX).
005850 1270-NEXT.
005860     PERFORM 1260-READ-FX-HISTORY THRU 1260-EXIT.
005870 1270-EXIT.
005870     EXIT.

005870*----------------------------------------------------------------
005870* 1280-LOAD-HOLIDAYS - load the exchange holiday calendar a
005870* settlement date steps over.  The file is optional; no file
005871* means only weekends are skipped.  A row whose date is not
005871* numeric is skipped.
005871*----------------------------------------------------------------
005871 1280-LOAD-HOLIDAYS.
005872     OPEN INPUT HOLIDAY-FILE-IN.
005872     IF TS-HOL-FILE-STATUS = "35"
005872         GO TO 1280-EXIT
005872     END-IF.
005873     PERFORM 1282-READ-HOLIDAY THRU 1282-EXIT.
005873     PERFORM 1284-LOAD-HOLIDAY-TABLE THRU 1284-EXIT
005873         UNTIL TS-EOF-HOL.
005873     CLOSE HOLIDAY-FILE-IN.
005874 1280-EXIT.
005874     EXIT.

005874 1282-READ-HOLIDAY.
005874     READ HOLIDAY-FILE-IN
005875         AT END SET TS-EOF-HOL TO TRUE
005875     END-READ.
005875 1282-EXIT.
005875     EXIT.

005875 1284-LOAD-HOLIDAY-TABLE.
005876     IF HOL-DATE NOT NUMERIC
005876         GO TO 1284-NEXT
005876     END-IF.
005876     IF TS-HOL-COUNT >= 500
005877         MOVE "HOLIDAY TABLE OVERFLOW" TO TS-EXC-TEXT
005877         MOVE SPACES TO TS-LOOKUP-ACCOUNT
005877         MOVE SPACES TO TS-LOOKUP-SYMBOL
005877         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
005878         GO TO 1284-NEXT
005878     END-IF.
005878     ADD 1 TO TS-HOL-COUNT.
005878     SET TS-HOL-IDX TO TS-HOL-COUNT.
005879     MOVE HOL-DATE TO TSL-DATE(TS-HOL-IDX).
005879 1284-NEXT.
005879     PERFORM 1282-READ-HOLIDAY THRU 1282-EXIT.
005879 1284-EXIT.
005880     EXIT.

005890*----------------------------------------------------------------
005900* 1300-LOAD-ACCOUNTS - the account master in account order.
005910* Closed accounts stay in: an account closed during the year
005920* still owes its holder that year's slips.
005930*----------------------------------------------------------------
005940 1300-LOAD-ACCOUNTS.
005950     OPEN INPUT ACCOUNT-FILE-IN.
005960     IF TS-ACM-FILE-STATUS = "35"
005970         MOVE "NO ACCOUNT MASTER - RC 8" TO SLIP-RECORD
005980         WRITE SLIP-RECORD
005990         MOVE SLIP-RECORD TO CONTROL-RECORD
006000         WRITE CONTROL-RECORD
006010         SET TS-CTL-FAILED TO TRUE
006020         SET TS-PARM-ERROR TO TRUE
006030         GO TO 1300-EXIT
006040     END-IF.
006050     PERFORM 1310-READ-ACCOUNT THRU 1310-EXIT.
006060     PERFORM 1320-ADD-ACCOUNT-ENTRY THRU 1320-EXIT
006070         UNTIL TS-EOF-ACM.
006080     CLOSE ACCOUNT-FILE-IN.
006090 1300-EXIT.
006100     EXIT.

006110 1310-READ-ACCOUNT.
006120     READ ACCOUNT-FILE-IN
006130         AT END SET TS-EOF-ACM TO TRUE
006140     END-READ.
006150 1310-EXIT.
006160     EXIT.

006170 1320-ADD-ACCOUNT-ENTRY.
006180     IF TS-ACCT-COUNT >= 500
006190         MOVE "ACCOUNT TABLE OVERFLOW" TO TS-EXC-TEXT
006200         MOVE ACM-ACCOUNT TO TS-LOOKUP-ACCOUNT
006210         MOVE SPACES TO TS-LOOKUP-SYMBOL
006220         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
006230         SET TS-CTL-FAILED TO TRUE
006240         GO TO 1320-NEXT
006250     END-IF.
006260     ADD 1 TO TS-ACCT-COUNT.
006270     MOVE TS-ACCT-COUNT TO TS-INSERT-AT.
006280     MOVE "N" TO TS-SW-INSERT-FOUND.
006290     PERFORM 1330-FIND-ACCT-INSERT THRU 1330-EXIT
006300         VARYING TS-SCAN-SUB FROM 1 BY 1
006310         UNTIL TS-SCAN-SUB >= TS-ACCT-COUNT
006320            OR TS-INSERT-FOUND.
006330     COMPUTE TS-SHIFT-SUB = TS-ACCT-COUNT - 1.
006340     PERFORM 1340-SHIFT-ACCT-ENTRY THRU 1340-EXIT
006350         UNTIL TS-SHIFT-SUB < TS-INSERT-AT.
006360     MOVE ACM-ACCOUNT     TO TSA-ACCOUNT(TS-INSERT-AT).
006370     MOVE ACM-HOLDER-NAME TO TSA-HOLDER-NAME(TS-INSERT-AT).
006380     MOVE ACM-TYPE        TO TSA-TYPE(TS-INSERT-AT).
006390     MOVE ZERO            TO TSA-DISP-COUNT(TS-INSERT-AT).
006400     MOVE ZERO            TO TSA-CDN-DIVIDENDS(TS-INSERT-AT).
006410     MOVE ZERO            TO TSA-FGN-INCOME(TS-INSERT-AT).
006420 1320-NEXT.
006430     PERFORM 1310-READ-ACCOUNT THRU 1310-EXIT.
006440 1320-EXIT.
006450     EXIT.

006460 1330-FIND-ACCT-INSERT.
006470     IF TSA-ACCOUNT(TS-SCAN-SUB) > ACM-ACCOUNT
006480         MOVE TS-SCAN-SUB TO TS-INSERT-AT
006490         SET TS-INSERT-FOUND TO TRUE
006500     END-IF.
006510 1330-EXIT.
006520     EXIT.

006530 1340-SHIFT-ACCT-ENTRY.
006540     MOVE TS-ACCT-ENTRY(TS-SHIFT-SUB)
006550         TO TS-ACCT-ENTRY(TS-SHIFT-SUB + 1).
006560     SUBTRACT 1 FROM TS-SHIFT-SUB.
006570 1340-EXIT.
006580     EXIT.

006590*----------------------------------------------------------------
006600* 2000-LOAD-DISPOSITIONS - one pass over the realized ledger.
006610* A seed row (zero quantity) dated in or after the tax year
006620* proves ARCHIVE-PURGE has already rolled that year's rows
006630* into opening balances; the slips would be short, so the run
006640* refuses.  Earlier seeds are simply not dispositions.  Rows
006650* of other years, registered accounts and unknown accounts
006660* are counted and skipped.
006670* Superficial-loss denial rows are applied to the sale they
006680* deny instead of becoming dispositions.
006690*----------------------------------------------------------------
006700 2000-LOAD-DISPOSITIONS.
006710     OPEN INPUT REALIZED-LEDGER-IN.
006720     IF TS-RLG-FILE-STATUS = "35"
006730         GO TO 2000-EXIT
006740     END-IF.
006750     PERFORM 2010-READ-REALIZED THRU 2010-EXIT.
006760     PERFORM 2020-APPLY-ONE-REALIZED THRU 2020-EXIT
006770         UNTIL TS-EOF-RLG.
006780     CLOSE REALIZED-LEDGER-IN.
006790     IF TS-YEAR-PURGED
006800         MOVE "TAX YEAR ALREADY PURGED BY ARCHIVE-PURGE - RC 8"
006810             TO SLIP-RECORD
006820         WRITE SLIP-RECORD
006830         MOVE SLIP-RECORD TO CONTROL-RECORD
006840         WRITE CONTROL-RECORD
006850         MOVE "       RESTORE REALIZED.TXT FROM BEFORE THE PURGE"
006860             TO CONTROL-RECORD
006870         WRITE CONTROL-RECORD
006880         MOVE "       AND RERUN, OR SLIPS WILL BE SHORT"
006890             TO CONTROL-RECORD
006900         WRITE CONTROL-RECORD
006910         SET TS-CTL-FAILED TO TRUE
006920     END-IF.
006930 2000-EXIT.
006940     EXIT.

006950 2010-READ-REALIZED.
006960     READ REALIZED-LEDGER-IN
006970         AT END SET TS-EOF-RLG TO TRUE
006980     END-READ.
006990 2010-EXIT.
007000     EXIT.

007010 2020-APPLY-ONE-REALIZED.
007020     ADD 1 TO TS-CTL-RLG-READ.
007030     IF RLG-QUANTITY = ZERO
007040         ADD 1 TO TS-CTL-RLG-SEED
007050         IF RLG-DATE(1:4) NOT < TS-TAX-YEAR
007060             SET TS-YEAR-PURGED TO TRUE
007070         END-IF
007080         GO TO 2020-NEXT
007090     END-IF.
007100     IF RLG-DATE(1:4) NOT = TS-TAX-YEAR
007110         ADD 1 TO TS-CTL-RLG-OTHER-YEAR
007120         GO TO 2020-NEXT
007130     END-IF.
007140     MOVE RLG-ACCOUNT TO TS-LOOKUP-ACCOUNT.
007150     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
007160     IF NOT TS-ACCT-FOUND
007170         ADD 1 TO TS-CTL-RLG-UNKNOWN
007180         MOVE "REALIZED ROW - ACCOUNT NOT ON MASTER"
007190             TO TS-EXC-TEXT
007200         MOVE RLG-SYMBOL TO TS-LOOKUP-SYMBOL
007210         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
007220         GO TO 2020-NEXT
007230     END-IF.
007240     IF NOT TSA-IS-CASH(TS-ACCT-FOUND-IDX)
007250         ADD 1 TO TS-CTL-RLG-REGISTERED
007260         GO TO 2020-NEXT
007270     END-IF.
007280     MOVE RLG-SYMBOL TO TS-LOOKUP-SYMBOL.
007290     PERFORM 5100-FIND-STOCK-CURRENCY THRU 5100-EXIT.
007300     MOVE RLG-DATE TO TS-FX-ASAT-DATE.
007310     PERFORM 5200-FIND-FX-RATE-ASAT THRU 5200-EXIT.
007320     IF RLG-IS-SL-DENIAL
007330         ADD 1 TO TS-CTL-RLG-DENIAL
007340         PERFORM 2150-APPLY-DENIAL THRU 2150-EXIT
007350         GO TO 2020-NEXT
007360     END-IF.
007370     IF RLG-IS-REVERSAL
007380         ADD 1 TO TS-CTL-RLG-REVERSAL
007390         PERFORM 2170-APPLY-REVERSAL THRU 2170-EXIT
007400         GO TO 2020-NEXT
007410     END-IF.
007420     ADD 1 TO TS-CTL-RLG-REPORTED.
007430     COMPUTE TS-WORK-PROCEEDS ROUNDED =
007440         RLG-QUANTITY * RLG-SELL-PRICE * TS-FX-BOOK-RATE.
007450     COMPUTE TS-WORK-ACB ROUNDED =
007460         RLG-QUANTITY * RLG-AVERAGE-COST * TS-FX-BOOK-RATE.
007470     ADD TS-WORK-PROCEEDS TO TS-TOT-LOAD-PROCEEDS.
007480     ADD TS-WORK-ACB      TO TS-TOT-LOAD-ACB.
007490     PERFORM 2100-ADD-DISPOSITION THRU 2100-EXIT.
007500 2020-NEXT.
007510     PERFORM 2010-READ-REALIZED THRU 2010-EXIT.
007520 2020-EXIT.
007530     EXIT.

007540*----------------------------------------------------------------
007550* 2100-ADD-DISPOSITION - fold the row into the previous
007560* disposition when it is another lot of the same sale,
007570* otherwise start a new one.  A full table fails the run: a
007580* slip missing a disposition must never be filed.
007590*----------------------------------------------------------------
007600 2100-ADD-DISPOSITION.
007610     IF TS-DISP-COUNT > ZERO
007620         IF TSD-ACCOUNT(TS-DISP-COUNT) = RLG-ACCOUNT
007630            AND TSD-TRADE-DATE(TS-DISP-COUNT) = RLG-DATE
007640            AND TSD-SYMBOL(TS-DISP-COUNT) = RLG-SYMBOL
007650            AND TSD-SELL-PRICE(TS-DISP-COUNT) = RLG-SELL-PRICE
007660*            A sale reversed in full earlier is back on the
007670*            slips once its rebooked lots arrive.
007680             IF TSD-QUANTITY(TS-DISP-COUNT) = ZERO
007690                 ADD 1 TO TSA-DISP-COUNT(TS-ACCT-FOUND-IDX)
007700             END-IF
007710             ADD RLG-QUANTITY
007720                 TO TSD-QUANTITY(TS-DISP-COUNT)
007730             ADD TS-WORK-PROCEEDS
007740                 TO TSD-PROCEEDS(TS-DISP-COUNT)
007750             ADD TS-WORK-ACB TO TSD-ACB(TS-DISP-COUNT)
007760             GO TO 2100-EXIT
007770         END-IF
007780     END-IF.
007790     IF TS-DISP-COUNT >= 20000
007800         MOVE "DISPOSITION TABLE OVERFLOW" TO TS-EXC-TEXT
007810         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
007820         SET TS-CTL-FAILED TO TRUE
007830         GO TO 2100-EXIT
007840     END-IF.
007850     PERFORM 2200-DERIVE-SETTLE-DATE THRU 2200-EXIT.
007860     ADD 1 TO TS-DISP-COUNT.
007870     ADD 1 TO TSA-DISP-COUNT(TS-ACCT-FOUND-IDX).
007880     MOVE RLG-ACCOUNT      TO TSD-ACCOUNT(TS-DISP-COUNT).
007890     MOVE RLG-DATE         TO TSD-TRADE-DATE(TS-DISP-COUNT).
007900     MOVE TS-SETTLE-DATE   TO TSD-SETTLE-DATE(TS-DISP-COUNT).
007910     MOVE RLG-SYMBOL       TO TSD-SYMBOL(TS-DISP-COUNT).
007920     MOVE RLG-SELL-PRICE   TO TSD-SELL-PRICE(TS-DISP-COUNT).
007930     MOVE RLG-QUANTITY     TO TSD-QUANTITY(TS-DISP-COUNT).
007940     MOVE TS-WORK-PROCEEDS TO TSD-PROCEEDS(TS-DISP-COUNT).
007950     MOVE TS-WORK-ACB      TO TSD-ACB(TS-DISP-COUNT).
007960     MOVE ZERO             TO TSD-DENIED(TS-DISP-COUNT).
007970 2100-EXIT.
007980     EXIT.

007990*----------------------------------------------------------------
008000* 2150-APPLY-DENIAL - a superficial-loss denial row carries
008010* the sale's account, trade date, symbol and sell price, so
008020* it finds its disposition by those; the denied amount is
008030* shown against that disposition.  The nightly run may book
008040* the denial days after the sale (the replacement purchase
008050* came later), so the search walks back through the table
008060* rather than only looking at the latest entry.  A denial
008070* with no sale in the table is an exception.
008080*----------------------------------------------------------------
008090 2150-APPLY-DENIAL.
008100     COMPUTE TS-WORK-AMOUNT ROUNDED =
008110         RLG-GAIN-LOSS * TS-FX-BOOK-RATE.
008120     ADD TS-WORK-AMOUNT TO TS-TOT-LOAD-DENIED.
008130     MOVE "N" TO TS-SW-SALE-FOUND.
008140     PERFORM 2160-MATCH-DENIED-SALE THRU 2160-EXIT
008150         VARYING TS-SCAN-SUB FROM TS-DISP-COUNT BY -1
008160         UNTIL TS-SCAN-SUB < 1
008170            OR TS-SALE-FOUND.
008180     IF NOT TS-SALE-FOUND
008190         MOVE "DENIAL ROW - NO MATCHING SALE" TO TS-EXC-TEXT
008200         MOVE RLG-SYMBOL TO TS-LOOKUP-SYMBOL
008210         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
008220         SUBTRACT TS-WORK-AMOUNT FROM TS-TOT-LOAD-DENIED
008230     END-IF.
008240 2150-EXIT.
008250     EXIT.

008260 2160-MATCH-DENIED-SALE.
008270     IF TSD-ACCOUNT(TS-SCAN-SUB) = RLG-ACCOUNT
008280        AND TSD-TRADE-DATE(TS-SCAN-SUB) = RLG-DATE
008290        AND TSD-SYMBOL(TS-SCAN-SUB) = RLG-SYMBOL
008300        AND TSD-SELL-PRICE(TS-SCAN-SUB) = RLG-SELL-PRICE
008310         ADD TS-WORK-AMOUNT TO TSD-DENIED(TS-SCAN-SUB)
008320         SET TS-SALE-FOUND TO TRUE
008330     END-IF.
008340 2160-EXIT.
008350     EXIT.

008360*----------------------------------------------------------------
008370* 2170-APPLY-REVERSAL - a reversal row takes back part or all of
008380* a sale that was later cancelled or corrected.  It carries the
008390* sale's account, trade date, symbol and sell price, so it
008400* finds its disposition the way a denial does, and comes off
008410* its quantity, proceeds and cost base.  A sale reversed in
008420* full is left off the slips; a reversal with no sale in the
008430* table is an exception.
008440*----------------------------------------------------------------
008450 2170-APPLY-REVERSAL.
008460     COMPUTE TS-WORK-PROCEEDS ROUNDED =
008470         RLG-QUANTITY * RLG-SELL-PRICE * TS-FX-BOOK-RATE.
008480     COMPUTE TS-WORK-ACB ROUNDED =
008490         RLG-QUANTITY * RLG-AVERAGE-COST * TS-FX-BOOK-RATE.
008500     MOVE "N" TO TS-SW-SALE-FOUND.
008510     PERFORM 2180-MATCH-REVERSED-SALE THRU 2180-EXIT
008520         VARYING TS-SCAN-SUB FROM TS-DISP-COUNT BY -1
008530         UNTIL TS-SCAN-SUB < 1
008540            OR TS-SALE-FOUND.
008550     IF TS-SALE-FOUND
008560         SUBTRACT TS-WORK-PROCEEDS FROM TS-TOT-LOAD-PROCEEDS
008570         SUBTRACT TS-WORK-ACB      FROM TS-TOT-LOAD-ACB
008580     ELSE
008590         MOVE "REVERSAL ROW - NO MATCHING SALE" TO TS-EXC-TEXT
008600         MOVE RLG-SYMBOL TO TS-LOOKUP-SYMBOL
008610         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
008620     END-IF.
008630 2170-EXIT.
008640     EXIT.

008650 2180-MATCH-REVERSED-SALE.
008660     IF TSD-ACCOUNT(TS-SCAN-SUB) = RLG-ACCOUNT
008670        AND TSD-TRADE-DATE(TS-SCAN-SUB) = RLG-DATE
008680        AND TSD-SYMBOL(TS-SCAN-SUB) = RLG-SYMBOL
008690        AND TSD-SELL-PRICE(TS-SCAN-SUB) = RLG-SELL-PRICE
008700        AND TSD-QUANTITY(TS-SCAN-SUB) NOT < RLG-QUANTITY
008710         SUBTRACT RLG-QUANTITY FROM TSD-QUANTITY(TS-SCAN-SUB)
008720         SUBTRACT TS-WORK-PROCEEDS FROM TSD-PROCEEDS(TS-SCAN-SUB)
008730         SUBTRACT TS-WORK-ACB FROM TSD-ACB(TS-SCAN-SUB)
008740         IF TSD-QUANTITY(TS-SCAN-SUB) = ZERO
008750             SUBTRACT 1 FROM TSA-DISP-COUNT(TS-ACCT-FOUND-IDX)
008760         END-IF
008770         SET TS-SALE-FOUND TO TRUE
008780     END-IF.
008790 2180-EXIT.
008800     EXIT.

008810*----------------------------------------------------------------
008820* 2200-DERIVE-SETTLE-DATE - the trade date moved forward
008830* TS-SETTLE-DAYS business days.  Day 1 of the integer date
008840* calendar (1601-01-01) was a Monday, so the day number's
008850* remainder by 7 is 6 on a Saturday and 0 on a Sunday; a
008855* weekday on the holiday calendar is skipped as well.
008860*----------------------------------------------------------------
008870 2200-DERIVE-SETTLE-DATE.
008880     COMPUTE TS-DAY-INT = FUNCTION INTEGER-OF-DATE(RLG-DATE).
008890     MOVE ZERO TO TS-DAYS-ADDED.
008900     PERFORM 2210-STEP-ONE-DAY THRU 2210-EXIT
008910         UNTIL TS-DAYS-ADDED >= TS-SETTLE-DAYS.
008920     COMPUTE TS-SETTLE-DATE =
008930         FUNCTION DATE-OF-INTEGER(TS-DAY-INT).
008940 2200-EXIT.
008950     EXIT.

008960 2210-STEP-ONE-DAY.
008970     ADD 1 TO TS-DAY-INT.
008980     DIVIDE TS-DAY-INT BY 7 GIVING TS-DAY-QUOT
008990         REMAINDER TS-WEEKDAY.
009000     IF TS-WEEKDAY = 6 OR TS-WEEKDAY = 0
009000         GO TO 2210-EXIT
009001     END-IF.
009002     COMPUTE TS-SETTLE-DATE =
009003         FUNCTION DATE-OF-INTEGER(TS-DAY-INT).
009004     MOVE "N" TO TS-SW-HOLIDAY.
009005     PERFORM 2220-CHECK-ONE-HOLIDAY THRU 2220-EXIT
009006         VARYING TS-HOL-IDX FROM 1 BY 1
009007         UNTIL TS-HOL-IDX > TS-HOL-COUNT
009008            OR TS-IS-HOLIDAY.
009009     IF NOT TS-IS-HOLIDAY
009010         ADD 1 TO TS-DAYS-ADDED
009020     END-IF.
009030 2210-EXIT.
009031     EXIT.

009032 2220-CHECK-ONE-HOLIDAY.
009033     IF TSL-DATE(TS-HOL-IDX) = TS-SETTLE-DATE
009034         SET TS-IS-HOLIDAY TO TRUE
009035     END-IF.
009036 2220-EXIT.
009040     EXIT.

009050*----------------------------------------------------------------
009060* 3000-LOAD-DIVIDENDS - the year's paid dividends per CASH
009070* account, converted to CAD at the rate on the pay date.
009080* Dividends on CAD-quoted symbols are Canadian dividends;
009090* everything else is foreign income.  The file is optional.
009100*----------------------------------------------------------------
009110 3000-LOAD-DIVIDENDS.
009120     OPEN INPUT DIVIDEND-LEDGER-IN.
009130     IF TS-DVL-FILE-STATUS = "35"
009140         GO TO 3000-EXIT
009150     END-IF.
009160     PERFORM 3010-READ-DIVIDEND THRU 3010-EXIT.
009170     PERFORM 3020-APPLY-ONE-DIVIDEND THRU 3020-EXIT
009180         UNTIL TS-EOF-DVL.
009190     CLOSE DIVIDEND-LEDGER-IN.
009200 3000-EXIT.
009210     EXIT.

009220 3010-READ-DIVIDEND.
009230     READ DIVIDEND-LEDGER-IN
009240         AT END SET TS-EOF-DVL TO TRUE
009250     END-READ.
009260 3010-EXIT.
009270     EXIT.

009280 3020-APPLY-ONE-DIVIDEND.
009290     ADD 1 TO TS-CTL-DVL-READ.
009300     IF DVL-DATE(1:4) NOT = TS-TAX-YEAR
009310         ADD 1 TO TS-CTL-DVL-OTHER-YEAR
009320         GO TO 3020-NEXT
009330     END-IF.
009340     MOVE DVL-ACCOUNT TO TS-LOOKUP-ACCOUNT.
009350     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
009360     IF NOT TS-ACCT-FOUND
009370         ADD 1 TO TS-CTL-DVL-UNKNOWN
009380         MOVE "DIVIDEND ROW - ACCOUNT NOT ON MASTER"
009390             TO TS-EXC-TEXT
009400         MOVE DVL-SYMBOL TO TS-LOOKUP-SYMBOL
009410         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
009420         GO TO 3020-NEXT
009430     END-IF.
009440     IF NOT TSA-IS-CASH(TS-ACCT-FOUND-IDX)
009450         ADD 1 TO TS-CTL-DVL-REGISTERED
009460         GO TO 3020-NEXT
009470     END-IF.
009480     ADD 1 TO TS-CTL-DVL-REPORTED.
009490     MOVE DVL-SYMBOL TO TS-LOOKUP-SYMBOL.
009500     PERFORM 5100-FIND-STOCK-CURRENCY THRU 5100-EXIT.
009510     MOVE DVL-DATE TO TS-FX-ASAT-DATE.
009520     PERFORM 5200-FIND-FX-RATE-ASAT THRU 5200-EXIT.
009530     COMPUTE TS-WORK-AMOUNT ROUNDED =
009540         DVL-AMOUNT * TS-FX-BOOK-RATE.
009550     ADD TS-WORK-AMOUNT TO TS-TOT-LOAD-DIVIDENDS.
009560     IF TS-LOOKUP-CURRENCY = "CAD"
009570        OR TS-LOOKUP-CURRENCY = SPACES
009580         ADD TS-WORK-AMOUNT
009590             TO TSA-CDN-DIVIDENDS(TS-ACCT-FOUND-IDX)
009600     ELSE
009610         ADD TS-WORK-AMOUNT
009620             TO TSA-FGN-INCOME(TS-ACCT-FOUND-IDX)
009630     END-IF.
009640 3020-NEXT.
009650     PERFORM 3010-READ-DIVIDEND THRU 3010-EXIT.
009660 3020-EXIT.
009670     EXIT.

009680*----------------------------------------------------------------
009690* 5000-FIND-ACCOUNT - binary search of the account table on
009700* TS-LOOKUP-ACCOUNT.
009710*----------------------------------------------------------------
009720 5000-FIND-ACCOUNT.
009730     MOVE "N" TO TS-SW-ACCT-FOUND.
009740     IF TS-ACCT-COUNT = ZERO
009750         GO TO 5000-EXIT
009760     END-IF.
009770     SEARCH ALL TS-ACCT-ENTRY
009780         AT END CONTINUE
009790         WHEN TSA-ACCOUNT(TS-ACCT-IDX) = TS-LOOKUP-ACCOUNT
009800             SET TS-ACCT-FOUND TO TRUE
009810             SET TS-ACCT-FOUND-IDX TO TS-ACCT-IDX
009820     END-SEARCH.
009830 5000-EXIT.
009840     EXIT.

009850*----------------------------------------------------------------
009860* 5100-FIND-STOCK-CURRENCY - quote currency of
009870* TS-LOOKUP-SYMBOL into TS-LOOKUP-CURRENCY.  A symbol gone
009880* from the stock master is taken as CAD and listed on the
009890* control page so the slip can be checked by hand.
009900*----------------------------------------------------------------
009910 5100-FIND-STOCK-CURRENCY.
009920     MOVE SPACES TO TS-LOOKUP-CURRENCY.
009930     MOVE "N" TO TS-SW-STOCK-FOUND.
009940     IF TS-STOCK-COUNT > ZERO
009950         SEARCH ALL TS-STOCK-ENTRY
009960             AT END CONTINUE
009970             WHEN TSS-SYMBOL(TS-STK-IDX) = TS-LOOKUP-SYMBOL
009980                 SET TS-STOCK-FOUND TO TRUE
009990                 MOVE TSS-CURRENCY(TS-STK-IDX)
010000                     TO TS-LOOKUP-CURRENCY
010010         END-SEARCH
010020     END-IF.
010030     IF NOT TS-STOCK-FOUND
010040         ADD 1 TO TS-CTL-NO-CURRENCY
010050         MOVE "SYMBOL NOT ON STOCK MASTER - TAKEN AS CAD"
010060             TO TS-EXC-TEXT
010070         PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT
010080     END-IF.
010090 5100-EXIT.
010100     EXIT.

010110*----------------------------------------------------------------
010120* 5200-FIND-FX-RATE-ASAT - the CAD rate in effect for
010130* TS-LOOKUP-CURRENCY on TS-FX-ASAT-DATE: the latest dated
010140* history row on or before it, else the snapshot rate, else
010150* 1.0000.  CAD and blank codes are 1.0000 by definition.
010160* Answers into TS-FX-BOOK-RATE.
010170*----------------------------------------------------------------
010180 5200-FIND-FX-RATE-ASAT.
010190     MOVE 1 TO TS-FX-BOOK-RATE.
010200     IF TS-LOOKUP-CURRENCY = "CAD"
010210        OR TS-LOOKUP-CURRENCY = SPACES
010220         GO TO 5200-EXIT
010230     END-IF.
010240     MOVE "N" TO TS-SW-FX-FOUND.
010250     PERFORM 5210-COMPARE-FX-RATE THRU 5210-EXIT
010260         VARYING TS-FX-IDX FROM 1 BY 1
010270         UNTIL TS-FX-IDX > TS-FX-COUNT
010280            OR TS-FX-FOUND.
010290     IF TS-FX-FOUND
010300         MOVE TSF-RATE-TO-CAD(TS-FX-FOUND-IDX)
010310             TO TS-FX-BOOK-RATE
010320     END-IF.
010330     MOVE ZERO TO TS-FX-BEST-DATE.
010340     PERFORM 5220-CHECK-ONE-FXH-ROW THRU 5220-EXIT
010350         VARYING TS-FXH-SUB FROM 1 BY 1
010360         UNTIL TS-FXH-SUB > TS-FXHIST-COUNT.
010370 5200-EXIT.
010380     EXIT.

010390 5210-COMPARE-FX-RATE.
010400     IF TSF-CURRENCY(TS-FX-IDX) = TS-LOOKUP-CURRENCY
010410         SET TS-FX-FOUND TO TRUE
010420         SET TS-FX-FOUND-IDX TO TS-FX-IDX
010430     END-IF.
010440 5210-EXIT.
010450     EXIT.

010460 5220-CHECK-ONE-FXH-ROW.
010470     IF TSH-CURRENCY(TS-FXH-SUB) = TS-LOOKUP-CURRENCY
010480        AND TSH-DATE(TS-FXH-SUB) NOT > TS-FX-ASAT-DATE
010490        AND TSH-DATE(TS-FXH-SUB) >= TS-FX-BEST-DATE
010500         MOVE TSH-RATE-TO-CAD(TS-FXH-SUB) TO TS-FX-BOOK-RATE
010510         MOVE TSH-DATE(TS-FXH-SUB) TO TS-FX-BEST-DATE
010520     END-IF.
010530 5220-EXIT.
010540     EXIT.

010550*----------------------------------------------------------------
010560* 6000-WRITE-EXCEPTION - one exception line on the control
010570* page: TS-EXC-TEXT against TS-LOOKUP-ACCOUNT/SYMBOL.
010580*----------------------------------------------------------------
010590 6000-WRITE-EXCEPTION.
010600     MOVE SPACES TO CONTROL-RECORD.
010610     STRING "EXCEPTION " DELIMITED BY SIZE
010620            TS-LOOKUP-ACCOUNT DELIMITED BY SIZE
010630            " " DELIMITED BY SIZE
010640            TS-LOOKUP-SYMBOL DELIMITED BY SIZE
010650            " " DELIMITED BY SIZE
010660            TS-EXC-TEXT DELIMITED BY SIZE
010670         INTO CONTROL-RECORD
010680     END-STRING.
010690     WRITE CONTROL-RECORD.
010700 6000-EXIT.
010710     EXIT.

010720*----------------------------------------------------------------
010730* 7000-PRINT-SLIPS - one slip page per CASH account with
010740* something to report, in account order, then the extract
010750* trailer.  An account with neither a disposition nor any
010760* dividend income in the year gets no slip.
010770*----------------------------------------------------------------
010780 7000-PRINT-SLIPS.
010790     PERFORM 7010-PRINT-ONE-ACCOUNT THRU 7010-EXIT
010800         VARYING TS-ACCT-SUB FROM 1 BY 1
010810         UNTIL TS-ACCT-SUB > TS-ACCT-COUNT.
010820     PERFORM 7300-WRITE-TRAILER THRU 7300-EXIT.
010830 7000-EXIT.
010840     EXIT.

010850 7010-PRINT-ONE-ACCOUNT.
010860     IF NOT TSA-IS-CASH(TS-ACCT-SUB)
010870         GO TO 7010-EXIT
010880     END-IF.
010890     IF TSA-DISP-COUNT(TS-ACCT-SUB) = ZERO
010900        AND TSA-CDN-DIVIDENDS(TS-ACCT-SUB) = ZERO
010910        AND TSA-FGN-INCOME(TS-ACCT-SUB) = ZERO
010920         GO TO 7010-EXIT
010930     END-IF.
010940     ADD 1 TO TS-CTL-SLIP-ACCOUNTS.
010950     MOVE SPACES TO SLIP-RECORD.
010960     IF TS-FIRST-PAGE
010970         MOVE "N" TO TS-SW-FIRST-PAGE
010980         WRITE SLIP-RECORD FROM TS-PAGE-RULE
010990     ELSE
011000         WRITE SLIP-RECORD FROM TS-PAGE-RULE
011010             AFTER ADVANCING PAGE
011020     END-IF.
011030     MOVE TS-TAX-YEAR TO TS-TTL-YEAR.
011040     MOVE SPACES TO SLIP-RECORD.
011050     WRITE SLIP-RECORD FROM TS-TITLE-LINE.
011060     MOVE TSA-ACCOUNT(TS-ACCT-SUB)     TO TS-HDG-ACCOUNT.
011070     MOVE TSA-HOLDER-NAME(TS-ACCT-SUB) TO TS-HDG-NAME.
011080     MOVE TSA-TYPE(TS-ACCT-SUB)        TO TS-HDG-TYPE.
011090     MOVE SPACES TO SLIP-RECORD.
011100     WRITE SLIP-RECORD FROM TS-HEADING-LINE.
011110     IF TSA-DISP-COUNT(TS-ACCT-SUB) > ZERO
011120         PERFORM 7100-PRINT-T5008-SECTION THRU 7100-EXIT
011130     END-IF.
011140     IF TSA-CDN-DIVIDENDS(TS-ACCT-SUB) NOT = ZERO
011150        OR TSA-FGN-INCOME(TS-ACCT-SUB) NOT = ZERO
011160         PERFORM 7200-PRINT-T5-SECTION THRU 7200-EXIT
011170     END-IF.
011180 7010-EXIT.
011190     EXIT.

011200*----------------------------------------------------------------
011210* 7100-PRINT-T5008-SECTION - the account's dispositions in
011220* ledger (trade date) order, one slip line and one extract
011230* record each, closed by the account's totals.
011240*----------------------------------------------------------------
011250 7100-PRINT-T5008-SECTION.
011260     MOVE SPACES TO SLIP-RECORD.
011270     WRITE SLIP-RECORD.
011280     MOVE "T5008 - STATEMENT OF SECURITIES TRANSACTIONS (CAD)"
011290         TO SLIP-RECORD.
011300     WRITE SLIP-RECORD.
011310     MOVE SPACES TO SLIP-RECORD.
011320     WRITE SLIP-RECORD FROM TS-T5008-COLUMNS.
011330     MOVE ZERO TO TS-ACCT-PROCEEDS.
011340     MOVE ZERO TO TS-ACCT-ACB.
011350     MOVE ZERO TO TS-ACCT-DENIED.
011360     PERFORM 7110-PRINT-ONE-DISPOSITION THRU 7110-EXIT
011370         VARYING TS-DISP-SUB FROM 1 BY 1
011380         UNTIL TS-DISP-SUB > TS-DISP-COUNT.
011390     MOVE "TOTAL PROCEEDS OF DISPOSITION" TO TS-TOT-LABEL.
011400     MOVE TS-ACCT-PROCEEDS TO TS-WORK-AMOUNT.
011410     PERFORM 7150-PRINT-TOTAL-LINE THRU 7150-EXIT.
011420     MOVE "TOTAL ADJUSTED COST BASE" TO TS-TOT-LABEL.
011430     MOVE TS-ACCT-ACB TO TS-WORK-AMOUNT.
011440     PERFORM 7150-PRINT-TOTAL-LINE THRU 7150-EXIT.
011450     MOVE "NET GAIN (LOSS)" TO TS-TOT-LABEL.
011460     COMPUTE TS-WORK-AMOUNT = TS-ACCT-PROCEEDS - TS-ACCT-ACB.
011470     PERFORM 7150-PRINT-TOTAL-LINE THRU 7150-EXIT.
011480*    Superficial losses denied are not deductible - they are
011490*    in the replacement shares' cost instead - so the
011500*    reportable figure is the net gain with them added back.
011510     IF TS-ACCT-DENIED NOT = ZERO
011520         MOVE "SUPERFICIAL LOSS DENIED" TO TS-TOT-LABEL
011530         MOVE TS-ACCT-DENIED TO TS-WORK-AMOUNT
011540         PERFORM 7150-PRINT-TOTAL-LINE THRU 7150-EXIT
011550         MOVE "ALLOWABLE GAIN (LOSS)" TO TS-TOT-LABEL
011560         COMPUTE TS-WORK-AMOUNT =
011570             TS-ACCT-PROCEEDS - TS-ACCT-ACB + TS-ACCT-DENIED
011580         PERFORM 7150-PRINT-TOTAL-LINE THRU 7150-EXIT
011590     END-IF.
011600 7100-EXIT.
011610     EXIT.

011620 7110-PRINT-ONE-DISPOSITION.
011630     IF TSD-ACCOUNT(TS-DISP-SUB) NOT = TSA-ACCOUNT(TS-ACCT-SUB)
011640         GO TO 7110-EXIT
011650     END-IF.
011660     IF TSD-QUANTITY(TS-DISP-SUB) = ZERO
011670         ADD 1 TO TS-CTL-T5008-CANCELLED
011680         GO TO 7110-EXIT
011690     END-IF.
011700     ADD 1 TO TS-CTL-T5008-PRINTED.
011710     ADD TSD-PROCEEDS(TS-DISP-SUB) TO TS-ACCT-PROCEEDS.
011720     ADD TSD-ACB(TS-DISP-SUB)      TO TS-ACCT-ACB.
011730     ADD TSD-PROCEEDS(TS-DISP-SUB) TO TS-TOT-PRINT-PROCEEDS.
011740     ADD TSD-ACB(TS-DISP-SUB)      TO TS-TOT-PRINT-ACB.
011750     ADD TSD-DENIED(TS-DISP-SUB)   TO TS-ACCT-DENIED.
011760     ADD TSD-DENIED(TS-DISP-SUB)   TO TS-TOT-PRINT-DENIED.
011770     MOVE TSD-SYMBOL(TS-DISP-SUB)      TO TS-T58-SYMBOL.
011780     MOVE TSD-TRADE-DATE(TS-DISP-SUB)  TO TS-T58-TRADE-DATE.
011790     MOVE TSD-SETTLE-DATE(TS-DISP-SUB) TO TS-T58-SETTLE.
011800     MOVE TSD-QUANTITY(TS-DISP-SUB)    TO TS-T58-QTY.
011810     MOVE TSD-PROCEEDS(TS-DISP-SUB)    TO TS-T58-PROCEEDS.
011820     MOVE TSD-ACB(TS-DISP-SUB)         TO TS-T58-ACB.
011830     COMPUTE TS-WORK-AMOUNT =
011840         TSD-PROCEEDS(TS-DISP-SUB) - TSD-ACB(TS-DISP-SUB).
011850     MOVE TS-WORK-AMOUNT TO TS-T58-GAIN.
011860     IF TS-WORK-AMOUNT < ZERO
011870         MOVE "-" TO TS-T58-GAIN-MINUS
011880     ELSE
011890         MOVE SPACE TO TS-T58-GAIN-MINUS
011900     END-IF.
011910     MOVE TSD-DENIED(TS-DISP-SUB)      TO TS-T58-DENIED.
011920     MOVE SPACES TO SLIP-RECORD.
011930     WRITE SLIP-RECORD FROM TS-T5008-LINE.
011940     MOVE SPACES TO FILING-RECORD.
011950     SET TF-IS-T5008 TO TRUE.
011960     MOVE TS-TAX-YEAR                  TO TF-TAX-YEAR.
011970     MOVE TSA-ACCOUNT(TS-ACCT-SUB)     TO TF-ACCOUNT.
011980     MOVE TSA-HOLDER-NAME(TS-ACCT-SUB) TO TF-HOLDER-NAME.
011990     MOVE TSD-SYMBOL(TS-DISP-SUB)      TO TF-SYMBOL.
012000     MOVE TSD-SETTLE-DATE(TS-DISP-SUB) TO TF-SETTLE-DATE.
012010     MOVE TSD-QUANTITY(TS-DISP-SUB)    TO TF-QUANTITY.
012020     MOVE TSD-PROCEEDS(TS-DISP-SUB)    TO TF-PROCEEDS.
012030     MOVE TSD-ACB(TS-DISP-SUB)         TO TF-ACB.
012040     WRITE FILING-RECORD.
012050     ADD 1 TO TS-CTL-T5008-WRITTEN.
012060 7110-EXIT.
012070     EXIT.

012080 7150-PRINT-TOTAL-LINE.
012090     MOVE TS-WORK-AMOUNT TO TS-TOT-AMOUNT.
012100     IF TS-WORK-AMOUNT < ZERO
012110         MOVE "-" TO TS-TOT-MINUS
012120     ELSE
012130         MOVE SPACE TO TS-TOT-MINUS
012140     END-IF.
012150     MOVE SPACES TO SLIP-RECORD.
012160     WRITE SLIP-RECORD FROM TS-TOTAL-LINE.
012170 7150-EXIT.
012180     EXIT.

012190*----------------------------------------------------------------
012200* 7200-PRINT-T5-SECTION - the account's T5 income summary and
012210* its extract record.
012220*----------------------------------------------------------------
012230 7200-PRINT-T5-SECTION.
012240     MOVE SPACES TO SLIP-RECORD.
012250     WRITE SLIP-RECORD.
012260     MOVE "T5 - STATEMENT OF INVESTMENT INCOME (CAD)"
012270         TO SLIP-RECORD.
012280     WRITE SLIP-RECORD.
012290     MOVE "CANADIAN DIVIDENDS" TO TS-TOT-LABEL.
012300     MOVE TSA-CDN-DIVIDENDS(TS-ACCT-SUB) TO TS-WORK-AMOUNT.
012310     PERFORM 7150-PRINT-TOTAL-LINE THRU 7150-EXIT.
012320     MOVE "FOREIGN INCOME" TO TS-TOT-LABEL.
012330     MOVE TSA-FGN-INCOME(TS-ACCT-SUB) TO TS-WORK-AMOUNT.
012340     PERFORM 7150-PRINT-TOTAL-LINE THRU 7150-EXIT.
012350     MOVE "TOTAL INVESTMENT INCOME" TO TS-TOT-LABEL.
012360     COMPUTE TS-WORK-AMOUNT =
012370         TSA-CDN-DIVIDENDS(TS-ACCT-SUB)
012380         + TSA-FGN-INCOME(TS-ACCT-SUB).
012390     PERFORM 7150-PRINT-TOTAL-LINE THRU 7150-EXIT.
012400     ADD TS-WORK-AMOUNT TO TS-TOT-PRINT-DIVIDENDS.
012410     ADD TSA-CDN-DIVIDENDS(TS-ACCT-SUB) TO TS-TOT-CDN-DIVIDENDS.
012420     ADD TSA-FGN-INCOME(TS-ACCT-SUB)    TO TS-TOT-FOREIGN-INCOME.
012430     MOVE SPACES TO FILING-RECORD.
012440     SET TF-IS-T5 TO TRUE.
012450     MOVE TS-TAX-YEAR                    TO TF-TAX-YEAR.
012460     MOVE TSA-ACCOUNT(TS-ACCT-SUB)       TO TF-ACCOUNT.
012470     MOVE TSA-HOLDER-NAME(TS-ACCT-SUB)   TO TF-HOLDER-NAME.
012480     MOVE TSA-CDN-DIVIDENDS(TS-ACCT-SUB) TO TF-CDN-DIVIDENDS.
012490     MOVE TSA-FGN-INCOME(TS-ACCT-SUB)    TO TF-FOREIGN-INCOME.
012500     WRITE FILING-RECORD.
012510     ADD 1 TO TS-CTL-T5-WRITTEN.
012520 7200-EXIT.
012530     EXIT.

012540*----------------------------------------------------------------
012550* 7300-WRITE-TRAILER - the extract's closing record, carrying
012560* the counts and totals the filing is balanced by.
012570*----------------------------------------------------------------
012580 7300-WRITE-TRAILER.
012590     MOVE SPACES TO FILING-RECORD.
012600     SET TF-IS-TRAILER TO TRUE.
012610     MOVE TS-TAX-YEAR           TO TF-TAX-YEAR.
012620     MOVE TS-CTL-T5008-WRITTEN  TO TF-T5008-COUNT.
012630     MOVE TS-CTL-T5-WRITTEN     TO TF-T5-COUNT.
012640     MOVE TS-TOT-PRINT-PROCEEDS TO TF-TOTAL-PROCEEDS.
012650     MOVE TS-TOT-PRINT-ACB      TO TF-TOTAL-ACB.
012660     WRITE FILING-RECORD.
012670 7300-EXIT.
012680     EXIT.

012690*----------------------------------------------------------------
012700* 9900-BALANCE-CONTROLS - cross-foot the run: every ledger
012710* row read is accounted for as reported or skipped for a
012720* stated reason, every disposition loaded reached the slips
012730* and the extract, and the money printed equals the money
012740* loaded.  Counts, totals and the verdict go to the control
012750* page; a failed equation fails the run.
012760*----------------------------------------------------------------
012770 9900-BALANCE-CONTROLS.
012780     COMPUTE TS-CTL-EXPECTED =
012790         TS-CTL-RLG-SEED + TS-CTL-RLG-OTHER-YEAR
012800         + TS-CTL-RLG-REGISTERED + TS-CTL-RLG-UNKNOWN
012810         + TS-CTL-RLG-REPORTED + TS-CTL-RLG-DENIAL
012820         + TS-CTL-RLG-REVERSAL.
012830     IF TS-CTL-EXPECTED NOT = TS-CTL-RLG-READ
012840         SET TS-CTL-FAILED TO TRUE
012850     END-IF.
012860     COMPUTE TS-CTL-EXPECTED =
012870         TS-CTL-DVL-OTHER-YEAR + TS-CTL-DVL-REGISTERED
012880         + TS-CTL-DVL-UNKNOWN + TS-CTL-DVL-REPORTED.
012890     IF TS-CTL-EXPECTED NOT = TS-CTL-DVL-READ
012900         SET TS-CTL-FAILED TO TRUE
012910     END-IF.
012920     IF NOT TS-YEAR-PURGED AND NOT TS-PARM-ERROR
012930*        A disposition reversed in full is accounted for as
012940*        cancelled rather than printed.
012950         COMPUTE TS-CTL-EXPECTED =
012960             TS-DISP-COUNT - TS-CTL-T5008-CANCELLED
012970         IF TS-CTL-T5008-PRINTED NOT = TS-CTL-EXPECTED
012980            OR TS-CTL-T5008-WRITTEN NOT = TS-CTL-EXPECTED
012990            OR TS-TOT-PRINT-PROCEEDS NOT = TS-TOT-LOAD-PROCEEDS
013000            OR TS-TOT-PRINT-ACB NOT = TS-TOT-LOAD-ACB
013010            OR TS-TOT-PRINT-DENIED NOT = TS-TOT-LOAD-DENIED
013020            OR TS-TOT-PRINT-DIVIDENDS
013030                   NOT = TS-TOT-LOAD-DIVIDENDS
013040             SET TS-CTL-FAILED TO TRUE
013050         END-IF
013060     END-IF.
013070     MOVE SPACES TO CONTROL-RECORD.
013080     WRITE CONTROL-RECORD.
013090     MOVE TS-TAX-YEAR TO TS-TTL-YEAR.
013100     MOVE SPACES TO CONTROL-RECORD.
013110     WRITE CONTROL-RECORD FROM TS-TITLE-LINE.
013120     MOVE "REALIZED ROWS READ"         TO TS-CTL-LABEL.
013130     MOVE TS-CTL-RLG-READ             TO TS-CTL-EDIT.
013140     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013150     MOVE "  SEED ROWS SKIPPED"        TO TS-CTL-LABEL.
013160     MOVE TS-CTL-RLG-SEED             TO TS-CTL-EDIT.
013170     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013180     MOVE "  OTHER YEARS SKIPPED"      TO TS-CTL-LABEL.
013190     MOVE TS-CTL-RLG-OTHER-YEAR       TO TS-CTL-EDIT.
013200     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013210     MOVE "  REGISTERED SKIPPED"       TO TS-CTL-LABEL.
013220     MOVE TS-CTL-RLG-REGISTERED       TO TS-CTL-EDIT.
013230     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013240     MOVE "  UNKNOWN ACCOUNT"          TO TS-CTL-LABEL.
013250     MOVE TS-CTL-RLG-UNKNOWN          TO TS-CTL-EDIT.
013260     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013270     MOVE "  REPORTED"                 TO TS-CTL-LABEL.
013280     MOVE TS-CTL-RLG-REPORTED         TO TS-CTL-EDIT.
013290     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013300     MOVE "  LOSS DENIALS"             TO TS-CTL-LABEL.
013310     MOVE TS-CTL-RLG-DENIAL           TO TS-CTL-EDIT.
013320     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013330     MOVE "  SALE REVERSALS"           TO TS-CTL-LABEL.
013340     MOVE TS-CTL-RLG-REVERSAL         TO TS-CTL-EDIT.
013350     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013360     MOVE "DISPOSITIONS"               TO TS-CTL-LABEL.
013370     MOVE TS-DISP-COUNT               TO TS-CTL-EDIT.
013380     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013390     MOVE "  REVERSED IN FULL"         TO TS-CTL-LABEL.
013400     MOVE TS-CTL-T5008-CANCELLED      TO TS-CTL-EDIT.
013410     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013420     MOVE "T5008 LINES PRINTED"        TO TS-CTL-LABEL.
013430     MOVE TS-CTL-T5008-PRINTED        TO TS-CTL-EDIT.
013440     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013450     MOVE "T5008 RECORDS EXTRACTED"    TO TS-CTL-LABEL.
013460     MOVE TS-CTL-T5008-WRITTEN        TO TS-CTL-EDIT.
013470     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013480     MOVE "DIVIDEND ROWS READ"         TO TS-CTL-LABEL.
013490     MOVE TS-CTL-DVL-READ             TO TS-CTL-EDIT.
013500     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013510     MOVE "  OTHER YEARS SKIPPED"      TO TS-CTL-LABEL.
013520     MOVE TS-CTL-DVL-OTHER-YEAR       TO TS-CTL-EDIT.
013530     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013540     MOVE "  REGISTERED SKIPPED"       TO TS-CTL-LABEL.
013550     MOVE TS-CTL-DVL-REGISTERED       TO TS-CTL-EDIT.
013560     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013570     MOVE "  UNKNOWN ACCOUNT"          TO TS-CTL-LABEL.
013580     MOVE TS-CTL-DVL-UNKNOWN          TO TS-CTL-EDIT.
013590     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013600     MOVE "  REPORTED"                 TO TS-CTL-LABEL.
013610     MOVE TS-CTL-DVL-REPORTED         TO TS-CTL-EDIT.
013620     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013630     MOVE "T5 RECORDS EXTRACTED"       TO TS-CTL-LABEL.
013640     MOVE TS-CTL-T5-WRITTEN           TO TS-CTL-EDIT.
013650     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013660     MOVE "ACCOUNTS WITH SLIPS"        TO TS-CTL-LABEL.
013670     MOVE TS-CTL-SLIP-ACCOUNTS        TO TS-CTL-EDIT.
013680     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013690     MOVE "SYMBOLS TAKEN AS CAD"       TO TS-CTL-LABEL.
013700     MOVE TS-CTL-NO-CURRENCY          TO TS-CTL-EDIT.
013710     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
013720     MOVE "TOTAL PROCEEDS"             TO TS-CTL-LABEL.
013730     MOVE TS-TOT-PRINT-PROCEEDS       TO TS-CTL-MONEY-EDIT.
013740     PERFORM 9920-WRITE-MONEY-LINE THRU 9920-EXIT.
013750     MOVE "TOTAL ACB"                  TO TS-CTL-LABEL.
013760     MOVE TS-TOT-PRINT-ACB            TO TS-CTL-MONEY-EDIT.
013770     PERFORM 9920-WRITE-MONEY-LINE THRU 9920-EXIT.
013780     MOVE "TOTAL LOSS DENIED"          TO TS-CTL-LABEL.
013790     MOVE TS-TOT-PRINT-DENIED         TO TS-CTL-MONEY-EDIT.
013800     PERFORM 9920-WRITE-MONEY-LINE THRU 9920-EXIT.
013810     MOVE "TOTAL CANADIAN DIVIDENDS"   TO TS-CTL-LABEL.
013820     MOVE TS-TOT-CDN-DIVIDENDS        TO TS-CTL-MONEY-EDIT.
013830     PERFORM 9920-WRITE-MONEY-LINE THRU 9920-EXIT.
013840     MOVE "TOTAL FOREIGN INCOME"       TO TS-CTL-LABEL.
013850     MOVE TS-TOT-FOREIGN-INCOME       TO TS-CTL-MONEY-EDIT.
013860     PERFORM 9920-WRITE-MONEY-LINE THRU 9920-EXIT.
013870     MOVE SPACES TO CONTROL-RECORD.
013880     IF TS-CTL-FAILED
013890         MOVE "*** CONTROLS OUT OF BALANCE - RETURN CODE 8 ***"
013900             TO CONTROL-RECORD
013910     ELSE
013920         MOVE "*** CONTROLS IN BALANCE ***" TO CONTROL-RECORD
013930     END-IF.
013940     WRITE CONTROL-RECORD.
013950 9900-EXIT.
013960     EXIT.

013970 9910-WRITE-CTL-LINE.
013980     MOVE SPACES TO CONTROL-RECORD.
013990     STRING TS-CTL-LABEL DELIMITED BY SIZE
014000            TS-CTL-EDIT DELIMITED BY SIZE
014010         INTO CONTROL-RECORD
014020     END-STRING.
014030     WRITE CONTROL-RECORD.
014040 9910-EXIT.
014050     EXIT.

014060 9920-WRITE-MONEY-LINE.
014070     MOVE SPACES TO CONTROL-RECORD.
014080     STRING TS-CTL-LABEL DELIMITED BY SIZE
014090            TS-CTL-MONEY-EDIT DELIMITED BY SIZE
014100         INTO CONTROL-RECORD
014110     END-STRING.
014120     WRITE CONTROL-RECORD.
014130 9920-EXIT.
014140     EXIT.

014150*----------------------------------------------------------------
014160* 9999-TERMINATE - balance the controls, close the files and
014170* surface any failure as return code 8, so a refused or
014180* unbalanced run's extract is never sent for filing.
014190*----------------------------------------------------------------
014200 9999-TERMINATE.
014210     PERFORM 9900-BALANCE-CONTROLS THRU 9900-EXIT.
014220     CLOSE SLIP-REPORT-OUT.
014230     CLOSE FILING-EXTRACT-OUT.
014240     CLOSE CONTROL-REPORT-OUT.
014250     IF TS-CTL-FAILED
014260         MOVE 8 TO RETURN-CODE
014270     END-IF.
014280 9999-EXIT.
014290     EXIT.

014300 END PROGRAM TAX-SLIPS.
