000100******************************************************************
000110* Authors: Paul Squires, 040766405
000120*          Cole Brito,
000130* Course and Section: CST8283 302
000140* Date: Oct 15, 2026
000150* Purpose: Quarterly management fee billing and fee invoice
000160*          register
000170* Tectonics: cobc
000180******************************************************************
000190* MODIFICATION HISTORY
000200* ----------------------------------------------------------
000210* DATE        INIT DESCRIPTION
000220* 2026-10-15  CB   New program - bills the quarterly management
000230*                  fee instead of leaving it to a hand-keyed F
000240*                  row.  Values each account at the quarter's
000250*                  three month-ends the way PERF-REPORT values
000260*                  its period boundaries (transaction replay
000270*                  with the corporate actions, paid dividends,
000280*                  dated closes and dated FX), averages the
000290*                  month-ends the account was open for, and
000300*                  applies the tiered fee schedule - the
000310*                  account's own bands, else its account
000320*                  type's, else the default.  The fee is
000330*                  prorated by days held for an account opened
000340*                  or closed inside the quarter.  One F row per
000350*                  billed account goes to FEETRANS.txt, which
000360*                  CONFIRM-IMPORT carries into the next day's
000370*                  input; the invoice register lists every fee
000380*                  with control totals, and an account whose
000390*                  cash cannot cover its fee (or that cannot be
000400*                  billed for any other reason) is listed for
000410*                  follow-up instead.
000420* 2026-10-15  CB   In-kind transfers between accounts move
000430*                  shares out of the sending account and into
000440*                  the receiving one at each month-end, with
000450*                  no cash side.
000460* 2026-10-15  CB   Trade cancel and correct rows restate the
000470*                  trade at its original date: the original
000480*                  comes out and the corrected trade goes in at
000490*                  each month-end on or after that date.
000500* 2026-10-15  CB   The fee rows' date steps over the exchange
000510*                  holidays on HOLIDAYS.txt as well as weekends,
000513*                  and they carry the full transaction layout
000516*                  with the correction columns left empty.
000517* 2026-10-15  CB   A fee is only billed when both the trade-date
000518*                  and the settled cash on the position master
000519*                  cover it, so unsettled sale proceeds are
000519*                  never overdrawn to pay it.
000520******************************************************************
000530 IDENTIFICATION DIVISION.
000540 PROGRAM-ID. FEE-BILLING.
000550 AUTHOR. C. BRITO.
000560 INSTALLATION. CST8283 PORTFOLIO REPORTING.
000570 DATE-WRITTEN. OCT 15, 2026.
000580 DATE-COMPILED. OCT 15, 2026.

000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT ACCOUNT-FILE-IN
000630     ASSIGN TO "../ACCOUNTS.txt"
000640     ORGANIZATION IS LINE SEQUENTIAL
000650     FILE STATUS IS FB-ACM-FILE-STATUS.

000660     SELECT POSITION-MASTER-FILE
000670     ASSIGN TO "../POSMAST.txt"
000680     ORGANIZATION IS LINE SEQUENTIAL
000690     FILE STATUS IS FB-POSM-FILE-STATUS.

000700     SELECT FEE-SCHEDULE-IN
000710     ASSIGN TO "../FEESCHED.txt"
000720     ORGANIZATION IS LINE SEQUENTIAL
000730     FILE STATUS IS FB-FSC-FILE-STATUS.

000740     SELECT TRANSACTION-FILE-IN
000750     ASSIGN TO "../TRANSACTIONS.txt"
000760     ORGANIZATION IS LINE SEQUENTIAL.

000770     SELECT STOCK-FILE-IN
000780     ASSIGN TO "../STOCKS.txt"
000790     ORGANIZATION IS LINE SEQUENTIAL.

000800     SELECT FX-RATE-FILE-IN
000810     ASSIGN TO "../FXRATES.txt"
000820     ORGANIZATION IS LINE SEQUENTIAL.

000830     SELECT FX-HISTORY-FILE-IN
000840     ASSIGN TO "../FXHIST.txt"
000850     ORGANIZATION IS LINE SEQUENTIAL
000860     FILE STATUS IS FB-FXH-FILE-STATUS.

000870     SELECT PRICE-HISTORY-FILE-IN
000880     ASSIGN TO "../PRICEHIST.txt"
000890     ORGANIZATION IS LINE SEQUENTIAL
000900     FILE STATUS IS FB-PH-FILE-STATUS.

000910     SELECT CORP-ACTION-FILE-IN
000920     ASSIGN TO "../CORPACT.txt"
000930     ORGANIZATION IS LINE SEQUENTIAL
000940     FILE STATUS IS FB-CACT-FILE-STATUS.

000950     SELECT DIVIDEND-LEDGER-IN
000960     ASSIGN TO "../DIVLEDGER.txt"
000970     ORGANIZATION IS LINE SEQUENTIAL
000980     FILE STATUS IS FB-DVL-FILE-STATUS.

000982     SELECT HOLIDAY-FILE-IN
000984     ASSIGN TO "../HOLIDAYS.txt"
000986     ORGANIZATION IS LINE SEQUENTIAL
000988     FILE STATUS IS FB-HOL-FILE-STATUS.

000990     SELECT FEE-REGISTER-OUT
001000     ASSIGN TO "../FEEREG.txt"
001010     ORGANIZATION IS LINE SEQUENTIAL.

001020     SELECT FEE-TRANS-OUT
001030     ASSIGN TO "../FEETRANS.txt"
001040     ORGANIZATION IS LINE SEQUENTIAL.

001050 DATA DIVISION.
001060 FILE SECTION.
001070* Account master - the type picks the fee schedule, the status
001080* and the open and close dates decide what part of the quarter
001090* is billed.  A date of zero (a master from before the dates
001100* were carried) means held throughout.
001110 FD ACCOUNT-FILE-IN.
001120 01 ACCOUNT-RECORD.
001130     05 ACM-ACCOUNT      PIC X(4).
001140     05 ACM-HOLDER-NAME  PIC X(25).
001150     05 ACM-TYPE         PIC X(4).
001160     05 ACM-STATUS       PIC X.
001170     05 ACM-MODEL        PIC X(4).
001180     05 ACM-OPEN-DATE    PIC 9(8).
001190     05 ACM-CLOSE-DATE   PIC 9(8).

001200* Carried position master written by the nightly run - the
001210* control record's cycle date is what the fee rows must be
001220* dated after, and the cash balances are what the fees are
001230* checked against.  The other record types are skipped.
001240 FD POSITION-MASTER-FILE.
001250 01 POSITION-MASTER-RECORD.
001260     05 PM-RECORD-TYPE   PIC X.
001270        88 PM-IS-CONTROL     VALUE "C".
001280        88 PM-IS-CASH        VALUE "B".
001290     05 PM-DATA          PIC X(40).
001300     05 PM-CONTROL-DATA REDEFINES PM-DATA.
001310        10 PM-CYCLE-DATE    PIC 9(8).
001320        10 PM-COST-MODE     PIC X.
001330        10 FILLER           PIC X(31).
001340     05 PM-CASH-DATA REDEFINES PM-DATA.
001350        10 PM-CASH-ACCOUNT  PIC X(4).
001360        10 PM-CASH-BALANCE  PIC S9(9)V99
001370                            SIGN LEADING SEPARATE.
001371*       Settled balance - spaces on a master written before
001372*       settled cash was carried.
001373        10 PM-CASH-SETTLED  PIC S9(9)V99
001374                            SIGN LEADING SEPARATE.
001375        10 PM-CASH-SETTLED-X REDEFINES PM-CASH-SETTLED
001376                            PIC X(12).
001380        10 FILLER           PIC X(12).

001390* Fee schedule - one row per rate band.  The scope says whose
001400* bands they are: D the house default (code blank), T an
001410* account type (code RRSP, TFSA or CASH), A a single account
001420* (code the account).  Each band's annual rate, in percent,
001430* applies to the part of the average value above its floor and
001440* below the next band's floor - the fee is tiered, not a
001450* single rate on the whole value.
001460 FD FEE-SCHEDULE-IN.
001470 01 FEE-SCHEDULE-RECORD.
001480     05 FS-SCOPE         PIC X.
001490        88 FS-IS-DEFAULT     VALUE "D".
001500        88 FS-IS-TYPE        VALUE "T".
001510        88 FS-IS-ACCOUNT     VALUE "A".
001520     05 FS-CODE          PIC X(4).
001530     05 FS-FLOOR         PIC 9(9)V99.
001540     05 FS-RATE          PIC 9(2)V9(4).

001550* Transaction history - the same layout the nightly run
001560* reads, including the cash movement codes D/W/F.
001570 FD TRANSACTION-FILE-IN.
001580 01 TRANSACTION-RECORD.
001590     05 TRANS-ACCOUNT    PIC X(4).
001600     05 TRANS-DATE       PIC 9(8).
001610     05 TRANS-SYMBOL     PIC X(7).
001620     05 TRANS-CODE       PIC X.
001630        88 TRANS-IS-BUY        VALUE "B".
001640        88 TRANS-IS-SELL       VALUE "S".
001650        88 TRANS-IS-DEPOSIT    VALUE "D".
001660        88 TRANS-IS-WITHDRAWAL VALUE "W".
001670        88 TRANS-IS-FEE        VALUE "F".
001680        88 TRANS-IS-CASH       VALUE "D" "W" "F".
001690        88 TRANS-IS-TRANSFER-OUT VALUE "O".
001700        88 TRANS-IS-TRANSFER-IN  VALUE "I".
001710        88 TRANS-IS-TRANSFER     VALUE "O" "I".
001720*       Trade corrections - the row names the original trade
001730*       as keyed, with its date and code in the fields behind.
001740        88 TRANS-IS-CANCEL       VALUE "X".
001750        88 TRANS-IS-CORRECT      VALUE "C".
001760        88 TRANS-IS-CORRECTION   VALUE "X" "C".
001770     05 TRANS-QUANTITY   PIC 9(5).
001780     05 TRANS-PRICE      PIC 9(4)V99.
001790*    Used by cancel and correct rows only; a correction's new
001800*    quantity or price left zero keeps the original's.
001810     05 TRANS-ORIG-DATE  PIC 9(8).
001820     05 TRANS-ORIG-CODE  PIC X.
001830        88 TRANS-ORIG-WAS-BUY  VALUE "B".
001840        88 TRANS-ORIG-WAS-SELL VALUE "S".
001850     05 TRANS-NEW-QUANTITY PIC 9(5).
001860     05 TRANS-NEW-PRICE  PIC 9(4)V99.

001870* Stock master load source - consulted only for each symbol's
001880* quote currency so month-end values convert to CAD.
001890 FD STOCK-FILE-IN.
001900 01 STOCK-RECORD.
001910     05 STOCK-SYMBOL-S      PIC X(7).
001920     05 STOCK-NAME          PIC X(25).
001930     05 CLOSING-PRICE       PIC 9(4)V99.
001940     05 STOCK-CURRENCY-CODE PIC X(3).
001950     05 STOCK-SECTOR-CODE   PIC X(4).

001960* FX snapshot - the fallback rate for a currency the dated
001970* history never mentions.
001980 FD FX-RATE-FILE-IN.
001990 01 FX-RATE-RECORD.
002000     05 FX-CURRENCY-CODE PIC X(3).
002010     05 FX-RATE-TO-CAD   PIC 9(3)V9999.

002020* Dated FX rate history - the rate in effect on each month-end
002030* is the latest row dated on or before it.
002040 FD FX-HISTORY-FILE-IN.
002050 01 FX-HISTORY-RECORD.
002060     05 FXH-DATE          PIC 9(8).
002070     05 FXH-CURRENCY-CODE PIC X(3).
002080     05 FXH-RATE-TO-CAD   PIC 9(3)V9999.

002090* Daily closing-price history - the close in effect on each
002100* month-end is the latest row dated on or before it.
002110 FD PRICE-HISTORY-FILE-IN.
002120 01 PRICE-HISTORY-RECORD.
002130     05 PH-RUN-DATE       PIC 9(8).
002140     05 PH-SYMBOL         PIC X(7).
002150     05 PH-CLOSING-PRICE  PIC 9(4)V99.

002160* Corporate actions - stock splits and symbol changes, the same
002170* file the nightly run applies.  The file is optional; no
002180* file means no actions are outstanding.
002190 FD CORP-ACTION-FILE-IN.
002200 01 CORP-ACTION-RECORD.
002210     05 CA-EFFECTIVE-DATE PIC 9(8).
002220     05 CA-ACTION-TYPE    PIC X.
002230        88 CA-IS-SPLIT          VALUE "S".
002240        88 CA-IS-SYMBOL-CHANGE  VALUE "C".
002250     05 CA-SYMBOL         PIC X(7).
002260     05 CA-RATIO          PIC 9(2)V9(4).
002270     05 CA-NEW-SYMBOL     PIC X(7).

002280* Paid-dividend ledger written by the nightly run - the cash
002290* it credited is part of the month-end values.  Optional.
002300 FD DIVIDEND-LEDGER-IN.
002310 01 DIVIDEND-LEDGER-RECORD.
002320     05 DVL-ACCOUNT      PIC X(4).
002330     05 DVL-DATE         PIC 9(8).
002340     05 DVL-SYMBOL       PIC X(7).
002350     05 DVL-AMOUNT       PIC S9(9)V99 SIGN LEADING SEPARATE.

002351* Exchange holiday calendar - one market holiday per row, as
002352* the nightly run reads it.  The fee rows' date steps over
002353* these as well as weekends.  The file is optional - no file
002354* means only weekends are skipped.
002355 FD HOLIDAY-FILE-IN.
002356 01 HOLIDAY-RECORD.
002357     05 HOL-DATE         PIC 9(8).
002358     05 HOL-NAME         PIC X(25).

002360* Fee invoice register - run errors and fee schedule rejects at
002370* the top, one invoice line per billed account, the accounts
002380* listed for follow-up, and the control totals.
002390 FD FEE-REGISTER-OUT.
002400 01 FEE-REGISTER-RECORD     PIC X(120).

002410* Fee rows - the nightly run's transaction layout, one F row
002420* per billed account dated the first business day after the
002430* position master's cycle date.  The symbol column carries the
002440* quarter's fee tag (MF + year + quarter) so a later billing
002450* run for the same quarter can see the fee already posted.
002460 FD FEE-TRANS-OUT.
002470 01 FEE-TRANS-RECORD.
002480     05 FTR-ACCOUNT      PIC X(4).
002490     05 FTR-DATE         PIC 9(8).
002500     05 FTR-SYMBOL       PIC X(7).
002510     05 FTR-CODE         PIC X.
002520     05 FTR-QUANTITY     PIC 9(5).
002530     05 FTR-PRICE        PIC 9(4)V99.
002532     05 FTR-ORIG-DATE    PIC 9(8).
002534     05 FTR-ORIG-CODE    PIC X.
002536     05 FTR-NEW-QUANTITY PIC 9(5).
002538     05 FTR-NEW-PRICE    PIC 9(4)V99.

002540 WORKING-STORAGE SECTION.
002550*----------------------------------------------------------------
002560* Standalone counters and switches.
002570*----------------------------------------------------------------
002580 77 FB-ACM-FILE-STATUS      PIC X(2) VALUE SPACES.
002590 77 FB-POSM-FILE-STATUS     PIC X(2) VALUE SPACES.
002600 77 FB-FSC-FILE-STATUS      PIC X(2) VALUE SPACES.
002610 77 FB-FXH-FILE-STATUS      PIC X(2) VALUE SPACES.
002620 77 FB-PH-FILE-STATUS       PIC X(2) VALUE SPACES.
002630 77 FB-CACT-FILE-STATUS     PIC X(2) VALUE SPACES.
002640 77 FB-DVL-FILE-STATUS      PIC X(2) VALUE SPACES.
002643 77 FB-HOL-FILE-STATUS      PIC X(2) VALUE SPACES.
002646 77 FB-HOL-COUNT            PIC 9(4) COMP VALUE ZERO.
002650 77 FB-QTR-YEAR             PIC 9(4) VALUE ZERO.
002660 77 FB-QTR-NUMBER           PIC 9 VALUE ZERO.
002670 77 FB-QTR-START            PIC 9(8) VALUE ZERO.
002680 77 FB-QTR-END              PIC 9(8) VALUE ZERO.
002690 77 FB-QTR-DAYS             PIC 9(3) COMP VALUE ZERO.
002700 77 FB-FIRST-MONTH          PIC 9(2) VALUE ZERO.
002710 77 FB-NEXT-MONTH           PIC 9(2) VALUE ZERO.
002720 77 FB-CYCLE-DATE           PIC 9(8) VALUE ZERO.
002730 77 FB-BILLING-DATE         PIC 9(8) VALUE ZERO.
002740 77 FB-FEE-TAG              PIC X(7) VALUE SPACES.
002750 77 FB-DAY-INT              PIC 9(8) COMP VALUE ZERO.
002760 77 FB-DAY-QUOT             PIC 9(8) COMP VALUE ZERO.
002770 77 FB-WEEKDAY              PIC 9 COMP VALUE ZERO.
002780 77 FB-HELD-FROM            PIC 9(8) VALUE ZERO.
002790 77 FB-HELD-TO              PIC 9(8) VALUE ZERO.
002800 77 FB-HELD-COUNT           PIC 9 COMP VALUE ZERO.
002810 77 FB-BND-SUB              PIC 9 COMP VALUE ZERO.
002820 77 FB-PARM-SUB             PIC 9(2) COMP VALUE ZERO.
002830 77 FB-ACCT-COUNT           PIC 9(4) COMP VALUE ZERO.
002840 77 FB-ACCT-FOUND-IDX       PIC 9(4) COMP VALUE ZERO.
002850 77 FB-ACCT-SUB             PIC 9(4) COMP VALUE ZERO.
002860 77 FB-SCHED-COUNT          PIC 9(4) COMP VALUE ZERO.
002870 77 FB-SCHED-SUB            PIC 9(4) COMP VALUE ZERO.
002880 77 FB-SET-START            PIC 9(4) COMP VALUE ZERO.
002890 77 FB-STOCK-COUNT          PIC 9(5) COMP VALUE ZERO.
002900 77 FB-STOCK-FOUND-IDX      PIC 9(5) COMP VALUE ZERO.
002910 77 FB-PRICE-COUNT          PIC 9(5) COMP VALUE ZERO.
002920 77 FB-PRICE-FOUND-IDX      PIC 9(5) COMP VALUE ZERO.
002930 77 FB-FX-COUNT             PIC 9(4) COMP VALUE ZERO.
002940 77 FB-FX-FOUND-IDX         PIC 9(4) COMP VALUE ZERO.
002950 77 FB-POS-COUNT            PIC 9(5) COMP VALUE ZERO.
002960 77 FB-POS-FOUND-IDX        PIC 9(5) COMP VALUE ZERO.
002970 77 FB-POS-SUB              PIC 9(5) COMP VALUE ZERO.
002980 77 FB-INSERT-AT            PIC 9(5) COMP VALUE ZERO.
002990 77 FB-SCAN-SUB             PIC 9(5) COMP VALUE ZERO.
003000 77 FB-SHIFT-SUB            PIC 9(5) COMP VALUE ZERO.
003010 77 FB-CACT-COUNT           PIC 9(4) COMP VALUE ZERO.
003020 77 FB-CACT-SUB             PIC 9(4) COMP VALUE ZERO.
003030 77 FB-REMAP-PASS           PIC 9(4) COMP VALUE ZERO.
003040 77 FB-REMAP-SYMBOL         PIC X(7) VALUE SPACES.
003050 77 FB-FACTOR-CUTOFF        PIC 9(8) VALUE ZERO.
003060 77 FB-SPLIT-FACTOR         PIC 9(5)V9(4) VALUE 1.
003070 77 FB-ADJ-SHARES           PIC S9(9)V99 VALUE ZERO.
003080 77 FB-CASH-AMOUNT          PIC S9(9)V99 VALUE ZERO.
003090 77 FB-SIGNED-AMOUNT        PIC S9(9)V99 VALUE ZERO.
003100 77 FB-CORR-NEW-QTY         PIC 9(5) VALUE ZERO.
003110 77 FB-CORR-NEW-PRICE       PIC 9(4)V99 VALUE ZERO.
003120 77 FB-WORK-FX              PIC 9(3)V9999 VALUE 1.
003130 77 FB-WORK-VALUE           PIC S9(11)V99 VALUE ZERO.
003140 77 FB-VALUE-SUM            PIC S9(13)V99 VALUE ZERO.
003150 77 FB-ACCT-UNPRICED        PIC 9(5) COMP VALUE ZERO.
003160 77 FB-BAND-TOP             PIC S9(11)V99 VALUE ZERO.
003170 77 FB-ANNUAL-FEE           PIC 9(9)V9(6) VALUE ZERO.
003180 77 FB-FEE-CENTS            PIC 9(9) VALUE ZERO.
003190 77 FB-TRY-QTY              PIC 9(6) VALUE ZERO.
003200 77 FB-TRY-PRICE-CENTS      PIC 9(9) VALUE ZERO.
003210 77 FB-TRY-REMAINDER        PIC 9(6) VALUE ZERO.
003220 77 FB-SCHED-REJECT-COUNT   PIC 9(5) COMP VALUE ZERO.
003230 77 FB-NOT-HELD-COUNT       PIC 9(5) COMP VALUE ZERO.
003240 77 FB-BILLED-COUNT         PIC 9(5) COMP VALUE ZERO.
003250 77 FB-ZERO-FEE-COUNT       PIC 9(5) COMP VALUE ZERO.
003260 77 FB-FOLLOW-UP-COUNT      PIC 9(5) COMP VALUE ZERO.
003270 77 FB-ALREADY-COUNT        PIC 9(5) COMP VALUE ZERO.
003280 77 FB-ROWS-WRITTEN         PIC 9(5) COMP VALUE ZERO.
003290 77 FB-LINES-LISTED         PIC 9(5) COMP VALUE ZERO.
003300 77 FB-TOTAL-BILLED         PIC 9(9)V99 VALUE ZERO.
003310 77 FB-TOTAL-HELD           PIC 9(9)V99 VALUE ZERO.
003320 77 FB-TOTAL-AVG-VALUE      PIC S9(13)V99 VALUE ZERO.
003330 77 FB-COUNT-EDIT           PIC ZZZZ9.
003340 77 FB-AMOUNT-EDIT          PIC $$$,$$$,$$$,$$9.99.
003350 77 FB-REJECT-REASON        PIC X(30) VALUE SPACES.
003360 77 FB-LOOKUP-ACCOUNT       PIC X(4) VALUE SPACES.
003370 77 FB-LOOKUP-SYMBOL        PIC X(7) VALUE SPACES.
003380 77 FB-LOOKUP-CURRENCY      PIC X(3) VALUE SPACES.

003390 01 FB-COMMAND-LINE         PIC X(60) VALUE SPACES.
003400 01 FB-PARM-TOKENS.
003410     05 FB-PARM-TOKEN OCCURS 4 TIMES PIC X(15).

003420* Date work area for building the quarter's calendar dates.
003430 01 FB-WORK-DATE            PIC 9(8) VALUE ZERO.
003440 01 FB-WORK-PARTS REDEFINES FB-WORK-DATE.
003450     05 FB-WD-YEAR          PIC 9(4).
003460     05 FB-WD-MONTH         PIC 9(2).
003470     05 FB-WD-DAY           PIC 9(2).

003480* The quarter's three month-ends - the valuation points the
003490* average market value is taken over.
003500 01 FB-BOUND-TABLE.
003510     05 FB-BOUND-DATE OCCURS 3 TIMES PIC 9(8).

003520 01 FB-SWITCHES.
003530     05 FB-SW-EOF-ACM          PIC X VALUE "N".
003540        88 FB-EOF-ACM               VALUE "Y".
003550     05 FB-SW-EOF-POSM         PIC X VALUE "N".
003560        88 FB-EOF-POSM              VALUE "Y".
003570     05 FB-SW-EOF-SCHED        PIC X VALUE "N".
003580        88 FB-EOF-SCHED             VALUE "Y".
003590     05 FB-SW-EOF-TRANS        PIC X VALUE "N".
003600        88 FB-EOF-TRANS             VALUE "Y".
003610     05 FB-SW-EOF-STOCK        PIC X VALUE "N".
003620        88 FB-EOF-STOCK             VALUE "Y".
003630     05 FB-SW-EOF-FX           PIC X VALUE "N".
003640        88 FB-EOF-FX                VALUE "Y".
003650     05 FB-SW-EOF-FXH          PIC X VALUE "N".
003660        88 FB-EOF-FXH               VALUE "Y".
003670     05 FB-SW-EOF-HIST         PIC X VALUE "N".
003680        88 FB-EOF-HIST              VALUE "Y".
003690     05 FB-SW-EOF-CACT         PIC X VALUE "N".
003700        88 FB-EOF-CACT              VALUE "Y".
003710     05 FB-SW-EOF-DVL          PIC X VALUE "N".
003720        88 FB-EOF-DVL               VALUE "Y".
003721     05 FB-SW-EOF-HOL          PIC X VALUE "N".
003722        88 FB-EOF-HOL               VALUE "Y".
003723     05 FB-SW-HOLIDAY          PIC X VALUE "N".
003724        88 FB-IS-HOLIDAY            VALUE "Y".
003725     05 FB-SW-BUSINESS-DAY     PIC X VALUE "N".
003726        88 FB-BUSINESS-DAY          VALUE "Y".
003730     05 FB-SW-ACCT-FOUND       PIC X VALUE "N".
003740        88 FB-ACCT-FOUND            VALUE "Y".
003750     05 FB-SW-SCHED-FOUND      PIC X VALUE "N".
003760        88 FB-SCHED-FOUND           VALUE "Y".
003770     05 FB-SW-SET-DONE         PIC X VALUE "N".
003780        88 FB-SET-DONE              VALUE "Y".
003790     05 FB-SW-STOCK-FOUND      PIC X VALUE "N".
003800        88 FB-STOCK-FOUND           VALUE "Y".
003810     05 FB-SW-PRICE-FOUND      PIC X VALUE "N".
003820        88 FB-PRICE-FOUND           VALUE "Y".
003830     05 FB-SW-FX-FOUND         PIC X VALUE "N".
003840        88 FB-FX-FOUND              VALUE "Y".
003850     05 FB-SW-RATE-KNOWN       PIC X VALUE "N".
003860        88 FB-RATE-KNOWN            VALUE "Y".
003870     05 FB-SW-POS-FOUND        PIC X VALUE "N".
003880        88 FB-POS-FOUND             VALUE "Y".
003890     05 FB-SW-INSERT-FOUND     PIC X VALUE "N".
003900        88 FB-INSERT-FOUND          VALUE "Y".
003910     05 FB-SW-REMAP-CHANGED    PIC X VALUE "N".
003920        88 FB-REMAP-CHANGED         VALUE "Y".
003930     05 FB-SW-FEE-SHAPED       PIC X VALUE "N".
003940        88 FB-FEE-SHAPED            VALUE "Y".
003950     05 FB-SW-PARM-ERROR       PIC X VALUE "N".
003960        88 FB-PARM-ERROR            VALUE "Y".
003970     05 FB-SW-RUN-ERROR        PIC X VALUE "N".
003980        88 FB-RUN-ERROR             VALUE "Y".

003981* Exchange holidays, loaded before the fee rows are dated.
003982 01 FB-HOL-TABLE.
003983     05 FB-HOL-ENTRY OCCURS 1 TO 500 TIMES
003984                     DEPENDING ON FB-HOL-COUNT
003985                     INDEXED BY FB-HOL-IDX.
003986        10 FBH-DATE         PIC 9(8).

003990* Account master in account order for the binary search, with
004000* the carried cash balance, the month-end cash and holdings
004010* values the replay builds, and the billing result.
004020 01 FB-ACCT-TABLE.
004030     05 FB-ACCT-ENTRY OCCURS 1 TO 500 TIMES
004040                      DEPENDING ON FB-ACCT-COUNT
004050                      ASCENDING KEY IS FBA-ACCOUNT
004060                      INDEXED BY FB-ACCT-IDX.
004070        10 FBA-ACCOUNT       PIC X(4).
004080        10 FBA-HOLDER-NAME   PIC X(25).
004090        10 FBA-TYPE          PIC X(4).
004100        10 FBA-STATUS        PIC X.
004110           88 FBA-IS-CLOSED      VALUE "C".
004120        10 FBA-OPEN-DATE     PIC 9(8).
004130        10 FBA-CLOSE-DATE    PIC 9(8).
004140        10 FBA-CASH          PIC S9(9)V99.
004145        10 FBA-SETTLED-CASH  PIC S9(9)V99.
004150        10 FBA-BILLED-FLAG   PIC X.
004160           88 FBA-ALREADY-BILLED VALUE "Y".
004170        10 FBA-BOUND OCCURS 3 TIMES.
004180           15 FBA-BOUND-CASH    PIC S9(9)V99.
004190           15 FBA-BOUND-VALUE   PIC S9(11)V99.
004200           15 FBA-BOUND-UNPRICED PIC 9(5) COMP.
004210        10 FBA-DAYS-HELD     PIC 9(3) COMP.
004220        10 FBA-AVG-VALUE     PIC S9(11)V99.
004230        10 FBA-SCHEDULE      PIC X(4).
004240        10 FBA-FEE           PIC 9(7)V99.
004250        10 FBA-FEE-QTY       PIC 9(5).
004260        10 FBA-FEE-PRICE     PIC 9(4)V99.
004270        10 FBA-OUTCOME       PIC X.
004280           88 FBA-TO-BILL        VALUE "B".
004290           88 FBA-NO-FEE-DUE     VALUE "Z".
004300           88 FBA-FOLLOW-UP      VALUE "F".
004310           88 FBA-WAS-BILLED     VALUE "A".
004320           88 FBA-NOT-HELD       VALUE "N".
004330        10 FBA-NOTE          PIC X(25).

004340* Fee schedule bands in scope, code and floor order, so each
004350* schedule's bands sit together lowest floor first.
004360 01 FB-SCHED-TABLE.
004370     05 FB-SCHED-ENTRY OCCURS 1 TO 1000 TIMES
004380                       DEPENDING ON FB-SCHED-COUNT
004390                       ASCENDING KEY IS FBS-KEY
004400                       INDEXED BY FB-SCHED-IDX.
004410        10 FBS-KEY.
004420           15 FBS-SCOPE      PIC X.
004430           15 FBS-CODE       PIC X(4).
004440           15 FBS-FLOOR      PIC 9(9)V99.
004450        10 FBS-RATE          PIC 9(2)V9(4).

004460 01 FB-SCHED-LOOKUP-KEY.
004470     05 FB-SL-SCOPE          PIC X.
004480     05 FB-SL-CODE           PIC X(4).
004490     05 FB-SL-FLOOR          PIC 9(9)V99.

004500* Symbol-to-currency map from the stock master load source.
004510 01 FB-STOCK-TABLE.
004520     05 FB-STOCK-ENTRY OCCURS 1 TO 10000 TIMES
004530                       DEPENDING ON FB-STOCK-COUNT
004540                       ASCENDING KEY IS FBK-SYMBOL
004550                       INDEXED BY FB-STK-IDX.
004560        10 FBK-SYMBOL        PIC X(7).
004570        10 FBK-CURRENCY      PIC X(3).

004580* Corporate actions, replayed the way the nightly run replays
004590* them (see PERF-REPORT).
004600 01 FB-CACT-TABLE.
004610     05 FB-CACT-ENTRY OCCURS 100 TIMES
004620                      INDEXED BY FB-CACT-IDX.
004630        10 FBC-DATE          PIC 9(8).
004640        10 FBC-TYPE          PIC X.
004650           88 FBC-IS-SPLIT         VALUE "S".
004660           88 FBC-IS-SYMBOL-CHANGE VALUE "C".
004670        10 FBC-SYMBOL        PIC X(7).
004680        10 FBC-RATIO         PIC 9(2)V9(4).
004690        10 FBC-NEW-SYMBOL    PIC X(7).

004700* Closing price in effect at each month-end, per symbol.
004710 01 FB-PRICE-TABLE.
004720     05 FB-PRICE-ENTRY OCCURS 1 TO 10000 TIMES
004730                       DEPENDING ON FB-PRICE-COUNT
004740                       ASCENDING KEY IS FBP-SYMBOL
004750                       INDEXED BY FB-PRC-IDX.
004760        10 FBP-SYMBOL        PIC X(7).
004770        10 FBP-BOUND OCCURS 3 TIMES.
004780           15 FBP-PRICE      PIC 9(4)V99.
004790           15 FBP-DATE       PIC 9(8).
004800           15 FBP-FLAG       PIC X.
004810              88 FBP-HAS-PRICE   VALUE "Y".

004820* FX rate in effect at each month-end, per currency, seeded
004830* from the snapshot and overridden by the dated history.
004840 01 FB-FX-TABLE.
004850     05 FB-FX-ENTRY OCCURS 50 TIMES
004860                    INDEXED BY FB-FX-IDX.
004870        10 FBF-CURRENCY      PIC X(3).
004880        10 FBF-BOUND OCCURS 3 TIMES.
004890           15 FBF-RATE       PIC 9(3)V9999.
004900           15 FBF-DATE       PIC 9(8).

004910* Share counts per account and symbol at each month-end, built
004920* by replaying the transaction history once.
004930 01 FB-POS-TABLE.
004940     05 FB-POS-ENTRY OCCURS 1 TO 10000 TIMES
004950                     DEPENDING ON FB-POS-COUNT
004960                     ASCENDING KEY IS FBQ-KEY
004970                     INDEXED BY FB-POS-IDX.
004980        10 FBQ-KEY.
004990           15 FBQ-ACCOUNT    PIC X(4).
005000           15 FBQ-SYMBOL     PIC X(7).
005010        10 FBQ-SHARES OCCURS 3 TIMES PIC S9(7)V99.

005020 01 FB-POS-LOOKUP-KEY.
005030     05 FB-POS-LOOKUP-ACCOUNT PIC X(4).
005040     05 FB-POS-LOOKUP-SYMBOL  PIC X(7).

005050* Report lines.
005060 01 FB-INVOICE-HEADER.
005070     05 FILLER PIC X(4)  VALUE "ACCT".
005080     05 FILLER PIC X(2)  VALUE SPACES.
005090     05 FILLER PIC X(20) VALUE "HOLDER".
005100     05 FILLER PIC X(1)  VALUE SPACES.
005110     05 FILLER PIC X(4)  VALUE "TYPE".
005120     05 FILLER PIC X(2)  VALUE SPACES.
005130     05 FILLER PIC X(4)  VALUE "SCHD".
005140     05 FILLER PIC X(2)  VALUE SPACES.
005150     05 FILLER PIC X(4)  VALUE "DAYS".
005160     05 FILLER PIC X(2)  VALUE SPACES.
005170     05 FILLER PIC X(14) VALUE " AVERAGE VALUE".
005180     05 FILLER PIC X(2)  VALUE SPACES.
005190     05 FILLER PIC X(13) VALUE "          FEE".
005200     05 FILLER PIC X(2)  VALUE SPACES.
005210     05 FILLER PIC X(15) VALUE "   CASH BALANCE".
005220     05 FILLER PIC X(2)  VALUE SPACES.
005230     05 FILLER PIC X(4)  VALUE "NOTE".

005240 01 FB-INVOICE-LINE.
005250     05 FB-IL-ACCOUNT      PIC X(4).
005260     05 FILLER             PIC X(2) VALUE SPACES.
005270     05 FB-IL-HOLDER       PIC X(20).
005280     05 FILLER             PIC X(1) VALUE SPACES.
005290     05 FB-IL-TYPE         PIC X(4).
005300     05 FILLER             PIC X(2) VALUE SPACES.
005310     05 FB-IL-SCHEDULE     PIC X(4).
005320     05 FILLER             PIC X(2) VALUE SPACES.
005330     05 FB-IL-DAYS         PIC ZZZ9.
005340     05 FILLER             PIC X(2) VALUE SPACES.
005350     05 FB-IL-AVG-VALUE    PIC $$$,$$$,$$9.99.
005360     05 FILLER             PIC X(2) VALUE SPACES.
005370     05 FB-IL-FEE          PIC $$,$$$,$$9.99.
005380     05 FILLER             PIC X(2) VALUE SPACES.
005390     05 FB-IL-CASH         PIC $$$,$$$,$$9.99-.
005400     05 FILLER             PIC X(2) VALUE SPACES.
005410     05 FB-IL-NOTE         PIC X(25).

005420 01 FB-SCHED-EXC-LINE.
005430     05 FILLER             PIC X(17) VALUE "FEE SCHEDULE ROW ".
005440     05 FB-SX-ROW          PIC X(27).
005450     05 FILLER             PIC X(2) VALUE SPACES.
005460     05 FB-SX-REASON       PIC X(30).

005470 PROCEDURE DIVISION.
005480*----------------------------------------------------------------
005490* 0000-MAINLINE - work out the quarter, load the account master,
005500* cash, fee schedule and reference data; replay the history
005510* once for the month-end share counts and cash, price the
005520* month-ends, bill each account, and print the register.
005530*----------------------------------------------------------------
005540 0000-MAINLINE.
005550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005560     IF FB-RUN-ERROR
005570         PERFORM 9999-TERMINATE THRU 9999-EXIT
005580         STOP RUN
005590     END-IF.
005600     PERFORM 2000-REPLAY-TRANSACTIONS THRU 2000-EXIT.
005610     PERFORM 2300-FOLD-DIVIDENDS THRU 2300-EXIT.
005620     PERFORM 3000-LOAD-BOUNDARY-PRICES THRU 3000-EXIT.
005630     PERFORM 3500-LOAD-BOUNDARY-FX THRU 3500-EXIT.
005640     IF FB-RUN-ERROR
005650         PERFORM 9999-TERMINATE THRU 9999-EXIT
005660         STOP RUN
005670     END-IF.
005680     PERFORM 4000-VALUE-POSITIONS THRU 4000-EXIT.
005690     PERFORM 4500-BILL-ONE-ACCOUNT THRU 4500-EXIT
005700         VARYING FB-ACCT-SUB FROM 1 BY 1
005710         UNTIL FB-ACCT-SUB > FB-ACCT-COUNT.
005720     PERFORM 7000-WRITE-REGISTER THRU 7000-EXIT.
005730     PERFORM 8500-WRITE-CONTROL-TOTALS THRU 8500-EXIT.
005740     PERFORM 9999-TERMINATE THRU 9999-EXIT.
005750     STOP RUN.

005760*----------------------------------------------------------------
005770* 1000-INITIALIZE - parse QUARTER=YYYYQn and work out the
005780* quarter's dates, then load the account master, the position
005790* master and the fee schedule (all three required) and the
005800* stock, FX and corporate action reference data.  The quarter
005810* must be over on the position master - billing a quarter the
005820* nightly run has not finished posting would value it short.
005830* Any of these failing writes the reason to the register and
005840* ends RC 8 with an empty fee file, so a scheduler cannot
005850* mistake it for a good run.
005860*----------------------------------------------------------------
005870 1000-INITIALIZE.
005880     OPEN OUTPUT FEE-REGISTER-OUT.
005890     OPEN OUTPUT FEE-TRANS-OUT.
005900     ACCEPT FB-COMMAND-LINE FROM COMMAND-LINE.
005910     PERFORM 1020-PARSE-PARAMETERS THRU 1020-EXIT.
005920     IF FB-QTR-YEAR = ZERO
005930         SET FB-PARM-ERROR TO TRUE
005940     END-IF.
005950     IF FB-PARM-ERROR
005960         MOVE "BAD OR MISSING QUARTER=YYYYQN PARAMETER - RC 8"
005970             TO FEE-REGISTER-RECORD
005980         PERFORM 1900-FAIL-RUN THRU 1900-EXIT
005990         GO TO 1000-EXIT
006000     END-IF.
006010     PERFORM 1040-DERIVE-QUARTER THRU 1040-EXIT.
006020     PERFORM 1100-LOAD-ACCOUNTS THRU 1100-EXIT.
006030     IF FB-RUN-ERROR
006040         GO TO 1000-EXIT
006050     END-IF.
006060     PERFORM 1200-LOAD-POSITION-MASTER THRU 1200-EXIT.
006070     IF FB-RUN-ERROR
006080         GO TO 1000-EXIT
006090     END-IF.
006100     IF FB-CYCLE-DATE < FB-QTR-END
006110         MOVE "QUARTER NOT YET POSTED ON POSITION MASTER - RC 8"
006120             TO FEE-REGISTER-RECORD
006130         PERFORM 1900-FAIL-RUN THRU 1900-EXIT
006140         GO TO 1000-EXIT
006150     END-IF.
006155     PERFORM 1230-LOAD-HOLIDAYS THRU 1230-EXIT.
006160     PERFORM 1250-DERIVE-BILLING-DATE THRU 1250-EXIT.
006170     PERFORM 1280-WRITE-TITLE THRU 1280-EXIT.
006180     PERFORM 1300-LOAD-FEE-SCHEDULE THRU 1300-EXIT.
006190     IF FB-RUN-ERROR
006200         GO TO 1000-EXIT
006210     END-IF.
006220     OPEN INPUT STOCK-FILE-IN.
006230     PERFORM 1400-READ-STOCK THRU 1400-EXIT.
006240     PERFORM 1410-LOAD-STOCK-TABLE THRU 1410-EXIT
006250         UNTIL FB-EOF-STOCK.
006260     CLOSE STOCK-FILE-IN.
006270     OPEN INPUT FX-RATE-FILE-IN.
006280     PERFORM 1450-READ-FX-RATE THRU 1450-EXIT.
006290     PERFORM 1460-LOAD-FX-TABLE THRU 1460-EXIT
006300         UNTIL FB-EOF-FX.
006310     CLOSE FX-RATE-FILE-IN.
006320     PERFORM 1500-LOAD-CORP-ACTIONS THRU 1500-EXIT.
006330 1000-EXIT.
006340     EXIT.

006350 1020-PARSE-PARAMETERS.
006360     MOVE SPACES TO FB-PARM-TOKENS.
006370     UNSTRING FB-COMMAND-LINE DELIMITED BY ALL " "
006380         INTO FB-PARM-TOKEN(1) FB-PARM-TOKEN(2)
006390              FB-PARM-TOKEN(3) FB-PARM-TOKEN(4)
006400     END-UNSTRING.
006410     PERFORM 1030-EXAMINE-PARM THRU 1030-EXIT
006420         VARYING FB-PARM-SUB FROM 1 BY 1
006430         UNTIL FB-PARM-SUB > 4.
006440 1020-EXIT.
006450     EXIT.

006460 1030-EXAMINE-PARM.
006470     IF FB-PARM-TOKEN(FB-PARM-SUB)(1:8) = "QUARTER="
006480         IF FB-PARM-TOKEN(FB-PARM-SUB)(9:4) NUMERIC
006490            AND FB-PARM-TOKEN(FB-PARM-SUB)(13:1) = "Q"
006500            AND FB-PARM-TOKEN(FB-PARM-SUB)(14:1) >= "1"
006510            AND FB-PARM-TOKEN(FB-PARM-SUB)(14:1) <= "4"
006520            AND FB-PARM-TOKEN(FB-PARM-SUB)(15:1) = SPACE
006530             MOVE FB-PARM-TOKEN(FB-PARM-SUB)(9:4) TO FB-QTR-YEAR
006540             MOVE FB-PARM-TOKEN(FB-PARM-SUB)(14:1)
006550                 TO FB-QTR-NUMBER
006560         ELSE
006570             SET FB-PARM-ERROR TO TRUE
006580         END-IF
006590     END-IF.
006600 1030-EXIT.
006610     EXIT.

006620*----------------------------------------------------------------
006630* 1040-DERIVE-QUARTER - the quarter's first day, its three
006640* month-ends (each the day before the next month's first), its
006650* length in days, and the tag its fee rows carry.
006660*----------------------------------------------------------------
006670 1040-DERIVE-QUARTER.
006680     COMPUTE FB-FIRST-MONTH = (FB-QTR-NUMBER - 1) * 3 + 1.
006690     MOVE FB-QTR-YEAR    TO FB-WD-YEAR.
006700     MOVE FB-FIRST-MONTH TO FB-WD-MONTH.
006710     MOVE 1              TO FB-WD-DAY.
006720     MOVE FB-WORK-DATE   TO FB-QTR-START.
006730     PERFORM 1050-DERIVE-MONTH-END THRU 1050-EXIT
006740         VARYING FB-BND-SUB FROM 1 BY 1
006750         UNTIL FB-BND-SUB > 3.
006760     MOVE FB-BOUND-DATE(3) TO FB-QTR-END.
006770     COMPUTE FB-QTR-DAYS =
006780         FUNCTION INTEGER-OF-DATE(FB-QTR-END)
006790         - FUNCTION INTEGER-OF-DATE(FB-QTR-START) + 1.
006800     STRING "MF" DELIMITED BY SIZE
006810            FB-QTR-YEAR DELIMITED BY SIZE
006820            FB-QTR-NUMBER DELIMITED BY SIZE
006830         INTO FB-FEE-TAG
006840     END-STRING.
006850 1040-EXIT.
006860     EXIT.

006870 1050-DERIVE-MONTH-END.
006880     COMPUTE FB-NEXT-MONTH = FB-FIRST-MONTH + FB-BND-SUB.
006890     MOVE FB-QTR-YEAR TO FB-WD-YEAR.
006900     IF FB-NEXT-MONTH > 12
006910         ADD 1 TO FB-WD-YEAR
006920         MOVE 1 TO FB-WD-MONTH
006930     ELSE
006940         MOVE FB-NEXT-MONTH TO FB-WD-MONTH
006950     END-IF.
006960     MOVE 1 TO FB-WD-DAY.
006970     COMPUTE FB-DAY-INT =
006980         FUNCTION INTEGER-OF-DATE(FB-WORK-DATE) - 1.
006990     COMPUTE FB-BOUND-DATE(FB-BND-SUB) =
007000         FUNCTION DATE-OF-INTEGER(FB-DAY-INT).
007010 1050-EXIT.
007020     EXIT.

007030 1100-LOAD-ACCOUNTS.
007040     OPEN INPUT ACCOUNT-FILE-IN.
007050     IF FB-ACM-FILE-STATUS = "35"
007060         MOVE "NO ACCOUNT MASTER - RC 8" TO FEE-REGISTER-RECORD
007070         PERFORM 1900-FAIL-RUN THRU 1900-EXIT
007080         GO TO 1100-EXIT
007090     END-IF.
007100     PERFORM 1110-READ-ACCOUNT THRU 1110-EXIT.
007110     PERFORM 1120-LOAD-ACCT-TABLE THRU 1120-EXIT
007120         UNTIL FB-EOF-ACM.
007130     CLOSE ACCOUNT-FILE-IN.
007140 1100-EXIT.
007150     EXIT.

007160 1110-READ-ACCOUNT.
007170     READ ACCOUNT-FILE-IN
007180         AT END SET FB-EOF-ACM TO TRUE
007190     END-READ.
007200 1110-EXIT.
007210     EXIT.

007220*----------------------------------------------------------------
007230* 1120-LOAD-ACCT-TABLE - insert one account at its place in
007240* account order.  A duplicate or an overflow row is dropped;
007250* ACCT-MAINT already refuses both.  Dates that are blank (a
007260* master from before they were carried) load as zero.
007270*----------------------------------------------------------------
007280 1120-LOAD-ACCT-TABLE.
007290     IF FB-ACCT-COUNT >= 500
007300         GO TO 1120-NEXT
007310     END-IF.
007320     MOVE ACM-ACCOUNT TO FB-LOOKUP-ACCOUNT.
007330     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
007340     IF FB-ACCT-FOUND
007350         GO TO 1120-NEXT
007360     END-IF.
007370     ADD 1 TO FB-ACCT-COUNT.
007380     MOVE FB-ACCT-COUNT TO FB-INSERT-AT.
007390     MOVE "N" TO FB-SW-INSERT-FOUND.
007400     PERFORM 1130-FIND-ACCT-INSERT THRU 1130-EXIT
007410         VARYING FB-SCAN-SUB FROM 1 BY 1
007420         UNTIL FB-SCAN-SUB >= FB-ACCT-COUNT
007430            OR FB-INSERT-FOUND.
007440     COMPUTE FB-SHIFT-SUB = FB-ACCT-COUNT - 1.
007450     PERFORM 1140-SHIFT-ACCT-ENTRY THRU 1140-EXIT
007460         UNTIL FB-SHIFT-SUB < FB-INSERT-AT.
007470     INITIALIZE FB-ACCT-ENTRY(FB-INSERT-AT).
007480     MOVE ACM-ACCOUNT     TO FBA-ACCOUNT(FB-INSERT-AT).
007490     MOVE ACM-HOLDER-NAME TO FBA-HOLDER-NAME(FB-INSERT-AT).
007500     MOVE ACM-TYPE        TO FBA-TYPE(FB-INSERT-AT).
007510     MOVE ACM-STATUS      TO FBA-STATUS(FB-INSERT-AT).
007520     IF ACM-OPEN-DATE NUMERIC
007530         MOVE ACM-OPEN-DATE  TO FBA-OPEN-DATE(FB-INSERT-AT)
007540     END-IF.
007550     IF ACM-CLOSE-DATE NUMERIC
007560         MOVE ACM-CLOSE-DATE TO FBA-CLOSE-DATE(FB-INSERT-AT)
007570     END-IF.
007580     MOVE "N"             TO FBA-BILLED-FLAG(FB-INSERT-AT).
007590 1120-NEXT.
007600     PERFORM 1110-READ-ACCOUNT THRU 1110-EXIT.
007610 1120-EXIT.
007620     EXIT.

007630 1130-FIND-ACCT-INSERT.
007640     IF FBA-ACCOUNT(FB-SCAN-SUB) > ACM-ACCOUNT
007650         MOVE FB-SCAN-SUB TO FB-INSERT-AT
007660         SET FB-INSERT-FOUND TO TRUE
007670     END-IF.
007680 1130-EXIT.
007690     EXIT.

007700 1140-SHIFT-ACCT-ENTRY.
007710     MOVE FB-ACCT-ENTRY(FB-SHIFT-SUB)
007720         TO FB-ACCT-ENTRY(FB-SHIFT-SUB + 1).
007730     SUBTRACT 1 FROM FB-SHIFT-SUB.
007740 1140-EXIT.
007750     EXIT.

007760*----------------------------------------------------------------
007770* 1200-LOAD-POSITION-MASTER - the control record's cycle date,
007780* and each account's carried cash balance.  A missing or
007790* headless master fails the run.
007800*----------------------------------------------------------------
007810 1200-LOAD-POSITION-MASTER.
007820     OPEN INPUT POSITION-MASTER-FILE.
007830     IF FB-POSM-FILE-STATUS = "35"
007840         MOVE "NO POSITION MASTER - RC 8" TO FEE-REGISTER-RECORD
007850         PERFORM 1900-FAIL-RUN THRU 1900-EXIT
007860         GO TO 1200-EXIT
007870     END-IF.
007880     PERFORM 1210-READ-MASTER THRU 1210-EXIT.
007890     IF FB-EOF-POSM OR NOT PM-IS-CONTROL
007900        OR PM-CYCLE-DATE NOT NUMERIC
007910         MOVE "BAD POSITION MASTER - RC 8" TO FEE-REGISTER-RECORD
007920         PERFORM 1900-FAIL-RUN THRU 1900-EXIT
007930         CLOSE POSITION-MASTER-FILE
007940         GO TO 1200-EXIT
007950     END-IF.
007960     MOVE PM-CYCLE-DATE TO FB-CYCLE-DATE.
007970     PERFORM 1210-READ-MASTER THRU 1210-EXIT.
007980     PERFORM 1220-LOAD-ONE-MASTER THRU 1220-EXIT
007990         UNTIL FB-EOF-POSM.
008000     CLOSE POSITION-MASTER-FILE.
008010 1200-EXIT.
008020     EXIT.

008030 1210-READ-MASTER.
008040     READ POSITION-MASTER-FILE
008050         AT END SET FB-EOF-POSM TO TRUE
008060     END-READ.
008070 1210-EXIT.
008080     EXIT.

008090 1220-LOAD-ONE-MASTER.
008100     IF PM-IS-CASH
008110         MOVE PM-CASH-ACCOUNT TO FB-LOOKUP-ACCOUNT
008120         PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT
008130         IF FB-ACCT-FOUND
008140             ADD PM-CASH-BALANCE TO FBA-CASH(FB-ACCT-FOUND-IDX)
008142             IF PM-CASH-SETTLED-X = SPACES
008144                 ADD PM-CASH-BALANCE
008146                     TO FBA-SETTLED-CASH(FB-ACCT-FOUND-IDX)
008148             ELSE
008150                 ADD PM-CASH-SETTLED
008152                     TO FBA-SETTLED-CASH(FB-ACCT-FOUND-IDX)
008154             END-IF
008156         END-IF
008160     END-IF.
008170     PERFORM 1210-READ-MASTER THRU 1210-EXIT.
008180 1220-EXIT.
008190     EXIT.

008200*----------------------------------------------------------------
008200* 1230-LOAD-HOLIDAYS - load the exchange holiday calendar the
008200* fee rows' date steps over.  The file is optional; no file
008200* means only weekends are skipped.  A row whose date is not
008201* numeric is skipped, as the other reference loads do.
008201*----------------------------------------------------------------
008201 1230-LOAD-HOLIDAYS.
008202     OPEN INPUT HOLIDAY-FILE-IN.
008202     IF FB-HOL-FILE-STATUS = "35"
008202         GO TO 1230-EXIT
008202     END-IF.
008203     PERFORM 1232-READ-HOLIDAY THRU 1232-EXIT.
008203     PERFORM 1234-LOAD-HOLIDAY-TABLE THRU 1234-EXIT
008203         UNTIL FB-EOF-HOL.
008204     CLOSE HOLIDAY-FILE-IN.
008204 1230-EXIT.
008204     EXIT.

008204 1232-READ-HOLIDAY.
008205     READ HOLIDAY-FILE-IN
008205         AT END SET FB-EOF-HOL TO TRUE
008205     END-READ.
008206 1232-EXIT.
008206     EXIT.

008206 1234-LOAD-HOLIDAY-TABLE.
008206     IF HOL-DATE NOT NUMERIC OR FB-HOL-COUNT >= 500
008207         GO TO 1234-NEXT
008207     END-IF.
008207     ADD 1 TO FB-HOL-COUNT.
008208     SET FB-HOL-IDX TO FB-HOL-COUNT.
008208     MOVE HOL-DATE TO FBH-DATE(FB-HOL-IDX).
008208 1234-NEXT.
008208     PERFORM 1232-READ-HOLIDAY THRU 1232-EXIT.
008209 1234-EXIT.
008209     EXIT.

008209*----------------------------------------------------------------
008210* 1250-DERIVE-BILLING-DATE - the fee rows are dated the first
008220* business day after the cycle date, so the next nightly run
008230* takes them as new activity rather than rejecting them as
008240* already on the master.  Day 1 of the integer date calendar
008250* (1601-01-01) was a Monday, so the day number's remainder by
008260* 7 is 6 on a Saturday and 0 on a Sunday; a weekday on the
008265* holiday calendar is skipped as well.
008270*----------------------------------------------------------------
008280 1250-DERIVE-BILLING-DATE.
008290     COMPUTE FB-DAY-INT = FUNCTION INTEGER-OF-DATE(FB-CYCLE-DATE).
008300     MOVE "N" TO FB-SW-BUSINESS-DAY.
008310     PERFORM 1260-STEP-ONE-DAY THRU 1260-EXIT
008320         UNTIL FB-BUSINESS-DAY.
008350 1250-EXIT.
008360     EXIT.

008370 1260-STEP-ONE-DAY.
008380     ADD 1 TO FB-DAY-INT.
008390     DIVIDE FB-DAY-INT BY 7 GIVING FB-DAY-QUOT
008400         REMAINDER FB-WEEKDAY.
008400     IF FB-WEEKDAY = 6 OR FB-WEEKDAY = 0
008401         GO TO 1260-EXIT
008402     END-IF.
008402     COMPUTE FB-BILLING-DATE =
008403         FUNCTION DATE-OF-INTEGER(FB-DAY-INT).
008404     MOVE "N" TO FB-SW-HOLIDAY.
008405     PERFORM 1270-CHECK-ONE-HOLIDAY THRU 1270-EXIT
008405         VARYING FB-HOL-IDX FROM 1 BY 1
008406         UNTIL FB-HOL-IDX > FB-HOL-COUNT
008407            OR FB-IS-HOLIDAY.
008407     IF NOT FB-IS-HOLIDAY
008408         SET FB-BUSINESS-DAY TO TRUE
008409     END-IF.
008410 1260-EXIT.
008411     EXIT.

008412 1270-CHECK-ONE-HOLIDAY.
008413     IF FBH-DATE(FB-HOL-IDX) = FB-BILLING-DATE
008414         SET FB-IS-HOLIDAY TO TRUE
008415     END-IF.
008416 1270-EXIT.
008420     EXIT.

008430 1280-WRITE-TITLE.
008440     MOVE SPACES TO FEE-REGISTER-RECORD.
008450     STRING "QUARTERLY FEE INVOICE REGISTER - QUARTER "
008460                DELIMITED BY SIZE
008470            FB-QTR-YEAR DELIMITED BY SIZE
008480            "Q" DELIMITED BY SIZE
008490            FB-QTR-NUMBER DELIMITED BY SIZE
008500            "  " DELIMITED BY SIZE
008510            FB-QTR-START DELIMITED BY SIZE
008520            " TO " DELIMITED BY SIZE
008530            FB-QTR-END DELIMITED BY SIZE
008540         INTO FEE-REGISTER-RECORD
008550     END-STRING.
008560     WRITE FEE-REGISTER-RECORD.
008570     MOVE SPACES TO FEE-REGISTER-RECORD.
008580     STRING "POSITIONS AS OF " DELIMITED BY SIZE
008590            FB-CYCLE-DATE DELIMITED BY SIZE
008600            "   FEE ROWS DATED " DELIMITED BY SIZE
008610            FB-BILLING-DATE DELIMITED BY SIZE
008620            "   SYMBOL " DELIMITED BY SIZE
008630            FB-FEE-TAG DELIMITED BY SIZE
008640         INTO FEE-REGISTER-RECORD
008650     END-STRING.
008660     WRITE FEE-REGISTER-RECORD.
008670     MOVE SPACES TO FEE-REGISTER-RECORD.
008680     WRITE FEE-REGISTER-RECORD.
008690 1280-EXIT.
008700     EXIT.

008710*----------------------------------------------------------------
008720* 1300-LOAD-FEE-SCHEDULE - load the rate bands in scope, code
008730* and floor order.  A row with a bad scope, a code that does
008740* not fit its scope, a non-numeric floor or rate, or a key
008750* already loaded is listed with the reason.  Billing from a
008760* schedule with a band missing would charge the wrong fee, so
008770* any rejected row - or no bands at all - fails the run.
008780*----------------------------------------------------------------
008790 1300-LOAD-FEE-SCHEDULE.
008800     OPEN INPUT FEE-SCHEDULE-IN.
008810     IF FB-FSC-FILE-STATUS = "35"
008820         MOVE "NO FEE SCHEDULE FILE - RC 8" TO FEE-REGISTER-RECORD
008830         PERFORM 1900-FAIL-RUN THRU 1900-EXIT
008840         GO TO 1300-EXIT
008850     END-IF.
008860     PERFORM 1310-READ-SCHEDULE THRU 1310-EXIT.
008870     PERFORM 1320-LOAD-SCHED-TABLE THRU 1320-EXIT
008880         UNTIL FB-EOF-SCHED.
008890     CLOSE FEE-SCHEDULE-IN.
008900     IF FB-SCHED-REJECT-COUNT > ZERO
008910         MOVE SPACES TO FEE-REGISTER-RECORD
008920         WRITE FEE-REGISTER-RECORD
008930         MOVE "FEE SCHEDULE IN ERROR - NOTHING BILLED - RC 8"
008940             TO FEE-REGISTER-RECORD
008950         PERFORM 1900-FAIL-RUN THRU 1900-EXIT
008960         GO TO 1300-EXIT
008970     END-IF.
008980     IF FB-SCHED-COUNT = ZERO
008990         MOVE "FEE SCHEDULE HAS NO BANDS - RC 8"
009000             TO FEE-REGISTER-RECORD
009010         PERFORM 1900-FAIL-RUN THRU 1900-EXIT
009020     END-IF.
009030 1300-EXIT.
009040     EXIT.

009050 1310-READ-SCHEDULE.
009060     READ FEE-SCHEDULE-IN
009070         AT END SET FB-EOF-SCHED TO TRUE
009080     END-READ.
009090 1310-EXIT.
009100     EXIT.

009110 1320-LOAD-SCHED-TABLE.
009120     MOVE SPACES TO FB-REJECT-REASON.
009130     IF FS-RATE NOT NUMERIC
009140         MOVE "INVALID RATE" TO FB-REJECT-REASON
009150     END-IF.
009160     IF FS-FLOOR NOT NUMERIC
009170         MOVE "INVALID BAND FLOOR" TO FB-REJECT-REASON
009180     END-IF.
009190     IF FS-IS-DEFAULT AND FS-CODE NOT = SPACES
009200         MOVE "DEFAULT BANDS TAKE NO CODE" TO FB-REJECT-REASON
009210     END-IF.
009220     IF (FS-IS-TYPE OR FS-IS-ACCOUNT) AND FS-CODE = SPACES
009230         MOVE "BLANK TYPE OR ACCOUNT CODE" TO FB-REJECT-REASON
009240     END-IF.
009250     IF NOT FS-IS-DEFAULT AND NOT FS-IS-TYPE
009260        AND NOT FS-IS-ACCOUNT
009270         MOVE "INVALID SCOPE" TO FB-REJECT-REASON
009280     END-IF.
009290     IF FB-REJECT-REASON NOT = SPACES
009300         PERFORM 1340-WRITE-SCHED-REJECT THRU 1340-EXIT
009310         GO TO 1320-NEXT
009320     END-IF.
009330     MOVE FS-SCOPE TO FB-SL-SCOPE.
009340     MOVE FS-CODE  TO FB-SL-CODE.
009350     MOVE FS-FLOOR TO FB-SL-FLOOR.
009360     MOVE "N" TO FB-SW-SCHED-FOUND.
009370     IF FB-SCHED-COUNT > ZERO
009380         SEARCH ALL FB-SCHED-ENTRY
009390             AT END CONTINUE
009400             WHEN FBS-KEY(FB-SCHED-IDX) = FB-SCHED-LOOKUP-KEY
009410                 SET FB-SCHED-FOUND TO TRUE
009420         END-SEARCH
009430     END-IF.
009440     IF FB-SCHED-FOUND
009450         MOVE "DUPLICATE BAND" TO FB-REJECT-REASON
009460         PERFORM 1340-WRITE-SCHED-REJECT THRU 1340-EXIT
009470         GO TO 1320-NEXT
009480     END-IF.
009490     IF FB-SCHED-COUNT >= 1000
009500         MOVE "SCHEDULE TABLE OVERFLOW" TO FB-REJECT-REASON
009510         PERFORM 1340-WRITE-SCHED-REJECT THRU 1340-EXIT
009520         GO TO 1320-NEXT
009530     END-IF.
009540     ADD 1 TO FB-SCHED-COUNT.
009550     MOVE FB-SCHED-COUNT TO FB-INSERT-AT.
009560     MOVE "N" TO FB-SW-INSERT-FOUND.
009570     PERFORM 1330-FIND-SCHED-INSERT THRU 1330-EXIT
009580         VARYING FB-SCAN-SUB FROM 1 BY 1
009590         UNTIL FB-SCAN-SUB >= FB-SCHED-COUNT
009600            OR FB-INSERT-FOUND.
009610     COMPUTE FB-SHIFT-SUB = FB-SCHED-COUNT - 1.
009620     PERFORM 1335-SHIFT-SCHED-ENTRY THRU 1335-EXIT
009630         UNTIL FB-SHIFT-SUB < FB-INSERT-AT.
009640     MOVE FB-SCHED-LOOKUP-KEY TO FBS-KEY(FB-INSERT-AT).
009650     MOVE FS-RATE             TO FBS-RATE(FB-INSERT-AT).
009660 1320-NEXT.
009670     PERFORM 1310-READ-SCHEDULE THRU 1310-EXIT.
009680 1320-EXIT.
009690     EXIT.

009700 1330-FIND-SCHED-INSERT.
009710     IF FBS-KEY(FB-SCAN-SUB) > FB-SCHED-LOOKUP-KEY
009720         MOVE FB-SCAN-SUB TO FB-INSERT-AT
009730         SET FB-INSERT-FOUND TO TRUE
009740     END-IF.
009750 1330-EXIT.
009760     EXIT.

009770 1335-SHIFT-SCHED-ENTRY.
009780     MOVE FB-SCHED-ENTRY(FB-SHIFT-SUB)
009790         TO FB-SCHED-ENTRY(FB-SHIFT-SUB + 1).
009800     SUBTRACT 1 FROM FB-SHIFT-SUB.
009810 1335-EXIT.
009820     EXIT.

009830 1340-WRITE-SCHED-REJECT.
009840     ADD 1 TO FB-SCHED-REJECT-COUNT.
009850     MOVE FEE-SCHEDULE-RECORD TO FB-SX-ROW.
009860     MOVE FB-REJECT-REASON    TO FB-SX-REASON.
009870     MOVE SPACES TO FEE-REGISTER-RECORD.
009880     WRITE FEE-REGISTER-RECORD FROM FB-SCHED-EXC-LINE.
009890 1340-EXIT.
009900     EXIT.

009910 1400-READ-STOCK.
009920     READ STOCK-FILE-IN
009930         AT END SET FB-EOF-STOCK TO TRUE
009940     END-READ.
009950 1400-EXIT.
009960     EXIT.

009970*----------------------------------------------------------------
009980* 1410-LOAD-STOCK-TABLE - insert one symbol-currency pair at
009990* its place in symbol order for the binary search.
010000*----------------------------------------------------------------
010010 1410-LOAD-STOCK-TABLE.
010020     IF FB-STOCK-COUNT >= 10000
010030         GO TO 1410-NEXT
010040     END-IF.
010050     ADD 1 TO FB-STOCK-COUNT.
010060     MOVE FB-STOCK-COUNT TO FB-INSERT-AT.
010070     MOVE "N" TO FB-SW-INSERT-FOUND.
010080     PERFORM 1420-FIND-STOCK-INSERT THRU 1420-EXIT
010090         VARYING FB-SCAN-SUB FROM 1 BY 1
010100         UNTIL FB-SCAN-SUB >= FB-STOCK-COUNT
010110            OR FB-INSERT-FOUND.
010120     COMPUTE FB-SHIFT-SUB = FB-STOCK-COUNT - 1.
010130     PERFORM 1430-SHIFT-STOCK-ENTRY THRU 1430-EXIT
010140         UNTIL FB-SHIFT-SUB < FB-INSERT-AT.
010150     MOVE STOCK-SYMBOL-S TO FBK-SYMBOL(FB-INSERT-AT).
010160     MOVE STOCK-CURRENCY-CODE TO FBK-CURRENCY(FB-INSERT-AT).
010170 1410-NEXT.
010180     PERFORM 1400-READ-STOCK THRU 1400-EXIT.
010190 1410-EXIT.
010200     EXIT.

010210 1420-FIND-STOCK-INSERT.
010220     IF FBK-SYMBOL(FB-SCAN-SUB) > STOCK-SYMBOL-S
010230         MOVE FB-SCAN-SUB TO FB-INSERT-AT
010240         SET FB-INSERT-FOUND TO TRUE
010250     END-IF.
010260 1420-EXIT.
010270     EXIT.

010280 1430-SHIFT-STOCK-ENTRY.
010290     MOVE FB-STOCK-ENTRY(FB-SHIFT-SUB)
010300         TO FB-STOCK-ENTRY(FB-SHIFT-SUB + 1).
010310     SUBTRACT 1 FROM FB-SHIFT-SUB.
010320 1430-EXIT.
010330     EXIT.

010340 1450-READ-FX-RATE.
010350     READ FX-RATE-FILE-IN
010360         AT END SET FB-EOF-FX TO TRUE
010370     END-READ.
010380 1450-EXIT.
010390     EXIT.

010400*----------------------------------------------------------------
010410* 1460-LOAD-FX-TABLE - seed all three month-end rates from the
010420* snapshot; the dated history refines them later.
010430*----------------------------------------------------------------
010440 1460-LOAD-FX-TABLE.
010450     IF FB-FX-COUNT >= 50
010460         GO TO 1460-NEXT
010470     END-IF.
010480     ADD 1 TO FB-FX-COUNT.
010490     SET FB-FX-IDX TO FB-FX-COUNT.
010500     MOVE FX-CURRENCY-CODE TO FBF-CURRENCY(FB-FX-IDX).
010510     PERFORM 1470-SEED-FX-BOUND THRU 1470-EXIT
010520         VARYING FB-BND-SUB FROM 1 BY 1
010530         UNTIL FB-BND-SUB > 3.
010540 1460-NEXT.
010550     PERFORM 1450-READ-FX-RATE THRU 1450-EXIT.
010560 1460-EXIT.
010570     EXIT.

010580 1470-SEED-FX-BOUND.
010590     MOVE FX-RATE-TO-CAD TO FBF-RATE(FB-FX-IDX, FB-BND-SUB).
010600     MOVE ZERO           TO FBF-DATE(FB-FX-IDX, FB-BND-SUB).
010610 1470-EXIT.
010620     EXIT.

010630*----------------------------------------------------------------
010640* 1500-LOAD-CORP-ACTIONS - load the corporate-actions table.
010650* The file is optional; a split with a zero or non-numeric
010660* ratio cannot scale shares and is dropped, as the nightly
010670* run drops it.
010680*----------------------------------------------------------------
010690 1500-LOAD-CORP-ACTIONS.
010700     OPEN INPUT CORP-ACTION-FILE-IN.
010710     IF FB-CACT-FILE-STATUS = "35"
010720         GO TO 1500-EXIT
010730     END-IF.
010740     PERFORM 1510-READ-CORP-ACTION THRU 1510-EXIT.
010750     PERFORM 1520-LOAD-CACT-TABLE THRU 1520-EXIT
010760         UNTIL FB-EOF-CACT.
010770     CLOSE CORP-ACTION-FILE-IN.
010780 1500-EXIT.
010790     EXIT.

010800 1510-READ-CORP-ACTION.
010810     READ CORP-ACTION-FILE-IN
010820         AT END SET FB-EOF-CACT TO TRUE
010830     END-READ.
010840 1510-EXIT.
010850     EXIT.

010860 1520-LOAD-CACT-TABLE.
010870     IF FB-CACT-COUNT >= 100
010880         GO TO 1520-NEXT
010890     END-IF.
010900     IF CA-IS-SPLIT
010910        AND (CA-RATIO NOT NUMERIC OR CA-RATIO = ZERO)
010920         GO TO 1520-NEXT
010930     END-IF.
010940     ADD 1 TO FB-CACT-COUNT.
010950     SET FB-CACT-IDX TO FB-CACT-COUNT.
010960     MOVE CA-EFFECTIVE-DATE TO FBC-DATE(FB-CACT-IDX).
010970     MOVE CA-ACTION-TYPE    TO FBC-TYPE(FB-CACT-IDX).
010980     MOVE CA-SYMBOL         TO FBC-SYMBOL(FB-CACT-IDX).
010990     MOVE CA-RATIO          TO FBC-RATIO(FB-CACT-IDX).
011000     MOVE CA-NEW-SYMBOL     TO FBC-NEW-SYMBOL(FB-CACT-IDX).
011010 1520-NEXT.
011020     PERFORM 1510-READ-CORP-ACTION THRU 1510-EXIT.
011030 1520-EXIT.
011040     EXIT.

011050*----------------------------------------------------------------
011060* 1900-FAIL-RUN - write the reason already moved to the
011070* register record and end the run RC 8.
011080*----------------------------------------------------------------
011090 1900-FAIL-RUN.
011100     WRITE FEE-REGISTER-RECORD.
011110     MOVE 8 TO RETURN-CODE.
011120     SET FB-RUN-ERROR TO TRUE.
011130 1900-EXIT.
011140     EXIT.

011150*----------------------------------------------------------------
011160* 2000-REPLAY-TRANSACTIONS - one pass over the history.  A
011170* trade or cash movement dated on or before a month-end is part
011180* of that month-end's holdings and cash; rows after the quarter
011190* are ignored - except this quarter's fee row from an earlier
011200* billing run, which marks the account already billed.
011210*----------------------------------------------------------------
011220 2000-REPLAY-TRANSACTIONS.
011230     OPEN INPUT TRANSACTION-FILE-IN.
011240     PERFORM 2010-READ-TRANSACTION THRU 2010-EXIT.
011250     PERFORM 2020-APPLY-ONE-TRANS THRU 2020-EXIT
011260         UNTIL FB-EOF-TRANS.
011270     CLOSE TRANSACTION-FILE-IN.
011280 2000-EXIT.
011290     EXIT.

011300 2010-READ-TRANSACTION.
011310     READ TRANSACTION-FILE-IN
011320         AT END SET FB-EOF-TRANS TO TRUE
011330     END-READ.
011340 2010-EXIT.
011350     EXIT.

011360 2020-APPLY-ONE-TRANS.
011370     IF TRANS-DATE NOT NUMERIC
011380        OR TRANS-QUANTITY NOT NUMERIC
011390        OR TRANS-PRICE NOT NUMERIC
011400         GO TO 2020-NEXT
011410     END-IF.
011420     MOVE TRANS-ACCOUNT TO FB-LOOKUP-ACCOUNT.
011430     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
011440     IF NOT FB-ACCT-FOUND
011450         GO TO 2020-NEXT
011460     END-IF.
011470     IF TRANS-IS-FEE AND TRANS-SYMBOL = FB-FEE-TAG
011480         MOVE "Y" TO FBA-BILLED-FLAG(FB-ACCT-FOUND-IDX)
011490     END-IF.
011500     IF TRANS-IS-CORRECTION
011510         PERFORM 2200-APPLY-CORRECTION THRU 2200-EXIT
011520         GO TO 2020-NEXT
011530     END-IF.
011540     IF TRANS-DATE > FB-QTR-END
011550         GO TO 2020-NEXT
011560     END-IF.
011570     COMPUTE FB-CASH-AMOUNT = TRANS-QUANTITY * TRANS-PRICE.
011580     IF TRANS-IS-TRANSFER
011590         MOVE ZERO TO FB-CASH-AMOUNT
011600     END-IF.
011610     IF TRANS-IS-BUY OR TRANS-IS-SELL OR TRANS-IS-TRANSFER
011620         PERFORM 2100-APPLY-TRADE THRU 2100-EXIT
011630         GO TO 2020-NEXT
011640     END-IF.
011650     IF NOT TRANS-IS-CASH
011660         GO TO 2020-NEXT
011670     END-IF.
011680     IF TRANS-IS-DEPOSIT
011690         MOVE FB-CASH-AMOUNT TO FB-SIGNED-AMOUNT
011700     ELSE
011710         COMPUTE FB-SIGNED-AMOUNT = ZERO - FB-CASH-AMOUNT
011720     END-IF.
011730     PERFORM 2130-POST-CASH-AT-BOUND THRU 2130-EXIT
011740         VARYING FB-BND-SUB FROM 1 BY 1
011750         UNTIL FB-BND-SUB > 3.
011760 2020-NEXT.
011770     PERFORM 2010-READ-TRANSACTION THRU 2010-EXIT.
011780 2020-EXIT.
011790     EXIT.

011800*----------------------------------------------------------------
011810* 2100-APPLY-TRADE - a buy adds shares and spends cash, a sell
011820* removes shares and banks cash, at every month-end the trade
011830* date is on or before.  As in PERF-REPORT, the symbol runs
011840* through the symbol-change remap first and the shares are
011850* adjusted by each split effective between the trade date and
011860* the month-end; the cash side is what was actually paid.
011870* An in-kind transfer runs through here with no cash side:
011880* the transfer-in adds shares like a buy, the transfer-out
011890* removes them like a sell.
011900*----------------------------------------------------------------
011910 2100-APPLY-TRADE.
011920     MOVE TRANS-SYMBOL TO FB-REMAP-SYMBOL.
011930     PERFORM 2150-REMAP-SYMBOL THRU 2150-EXIT.
011940     MOVE TRANS-ACCOUNT   TO FB-POS-LOOKUP-ACCOUNT.
011950     MOVE FB-REMAP-SYMBOL TO FB-POS-LOOKUP-SYMBOL.
011960     PERFORM 5100-FIND-POSITION THRU 5100-EXIT.
011970     IF NOT FB-POS-FOUND
011980         GO TO 2100-EXIT
011990     END-IF.
012000     PERFORM 2110-APPLY-TRADE-AT-BOUND THRU 2110-EXIT
012010         VARYING FB-BND-SUB FROM 1 BY 1
012020         UNTIL FB-BND-SUB > 3.
012030 2100-EXIT.
012040     EXIT.

012050 2110-APPLY-TRADE-AT-BOUND.
012060     IF TRANS-DATE > FB-BOUND-DATE(FB-BND-SUB)
012070         GO TO 2110-EXIT
012080     END-IF.
012090     MOVE FB-BOUND-DATE(FB-BND-SUB) TO FB-FACTOR-CUTOFF.
012100     PERFORM 2180-COMPUTE-SPLIT-FACTOR THRU 2180-EXIT.
012110     COMPUTE FB-ADJ-SHARES ROUNDED =
012120         TRANS-QUANTITY * FB-SPLIT-FACTOR.
012130     IF TRANS-IS-BUY OR TRANS-IS-TRANSFER-IN
012140         ADD FB-ADJ-SHARES
012150             TO FBQ-SHARES(FB-POS-FOUND-IDX, FB-BND-SUB)
012160         SUBTRACT FB-CASH-AMOUNT
012170             FROM FBA-BOUND-CASH(FB-ACCT-FOUND-IDX, FB-BND-SUB)
012180     ELSE
012190         SUBTRACT FB-ADJ-SHARES
012200             FROM FBQ-SHARES(FB-POS-FOUND-IDX, FB-BND-SUB)
012210         ADD FB-CASH-AMOUNT
012220             TO FBA-BOUND-CASH(FB-ACCT-FOUND-IDX, FB-BND-SUB)
012230     END-IF.
012240 2110-EXIT.
012250     EXIT.

012260 2130-POST-CASH-AT-BOUND.
012270     IF TRANS-DATE NOT > FB-BOUND-DATE(FB-BND-SUB)
012280         ADD FB-SIGNED-AMOUNT
012290             TO FBA-BOUND-CASH(FB-ACCT-FOUND-IDX, FB-BND-SUB)
012300     END-IF.
012310 2130-EXIT.
012320     EXIT.

012330*----------------------------------------------------------------
012340* 2150-REMAP-SYMBOL - run the symbol in FB-REMAP-SYMBOL
012350* through every symbol-change action, repeating until no
012360* action matches, the same way the nightly run does; the
012370* pass counter bounds the loop against a cycle of renames.
012380*----------------------------------------------------------------
012390 2150-REMAP-SYMBOL.
012400     SET FB-REMAP-CHANGED TO TRUE.
012410     PERFORM 2160-REMAP-ONE-PASS THRU 2160-EXIT
012420         VARYING FB-REMAP-PASS FROM 1 BY 1
012430         UNTIL FB-REMAP-PASS > FB-CACT-COUNT
012440            OR NOT FB-REMAP-CHANGED.
012450 2150-EXIT.
012460     EXIT.

012470 2160-REMAP-ONE-PASS.
012480     MOVE "N" TO FB-SW-REMAP-CHANGED.
012490     PERFORM 2170-REMAP-ONE-ACTION THRU 2170-EXIT
012500         VARYING FB-CACT-SUB FROM 1 BY 1
012510         UNTIL FB-CACT-SUB > FB-CACT-COUNT.
012520 2160-EXIT.
012530     EXIT.

012540 2170-REMAP-ONE-ACTION.
012550     IF FBC-IS-SYMBOL-CHANGE(FB-CACT-SUB)
012560        AND FBC-SYMBOL(FB-CACT-SUB) = FB-REMAP-SYMBOL
012570         MOVE FBC-NEW-SYMBOL(FB-CACT-SUB) TO FB-REMAP-SYMBOL
012580         SET FB-REMAP-CHANGED TO TRUE
012590     END-IF.
012600 2170-EXIT.
012610     EXIT.

012620*----------------------------------------------------------------
012630* 2180-COMPUTE-SPLIT-FACTOR - the product of the ratios of
012640* every split on the symbol in FB-REMAP-SYMBOL effective
012650* after TRANS-DATE and on or before FB-FACTOR-CUTOFF.
012660*----------------------------------------------------------------
012670 2180-COMPUTE-SPLIT-FACTOR.
012680     MOVE 1 TO FB-SPLIT-FACTOR.
012690     PERFORM 2190-CHECK-ONE-SPLIT THRU 2190-EXIT
012700         VARYING FB-CACT-SUB FROM 1 BY 1
012710         UNTIL FB-CACT-SUB > FB-CACT-COUNT.
012720 2180-EXIT.
012730     EXIT.

012740 2190-CHECK-ONE-SPLIT.
012750     IF FBC-IS-SPLIT(FB-CACT-SUB)
012760        AND FBC-SYMBOL(FB-CACT-SUB) = FB-REMAP-SYMBOL
012770        AND FBC-DATE(FB-CACT-SUB) > TRANS-DATE
012780        AND FBC-DATE(FB-CACT-SUB) NOT > FB-FACTOR-CUTOFF
012790         COMPUTE FB-SPLIT-FACTOR ROUNDED =
012800             FB-SPLIT-FACTOR * FBC-RATIO(FB-CACT-SUB)
012810     END-IF.
012820 2190-EXIT.
012830     EXIT.

012840*----------------------------------------------------------------
012850* 2200-APPLY-CORRECTION - a cancel or correct row restates a
012860* buy or sell booked on an earlier day, as the nightly run
012870* does, so it replays as two trades dated the original's day:
012880* the original taken back (a buy reversed is a sell on the same
012890* terms, a sell reversed a buy), then for a correction the
012900* trade as it should have been.  A row the nightly run would
012910* refuse on its face is skipped.
012920*----------------------------------------------------------------
012930 2200-APPLY-CORRECTION.
012940     IF TRANS-ORIG-DATE NOT NUMERIC
012950        OR TRANS-ORIG-DATE > TRANS-DATE
012960        OR (NOT TRANS-ORIG-WAS-BUY AND NOT TRANS-ORIG-WAS-SELL)
012970         GO TO 2200-EXIT
012980     END-IF.
012990     IF TRANS-ORIG-DATE > FB-QTR-END
013000         GO TO 2200-EXIT
013010     END-IF.
013020     MOVE ZERO TO FB-CORR-NEW-QTY.
013030     MOVE ZERO TO FB-CORR-NEW-PRICE.
013040     IF TRANS-IS-CORRECT
013050         IF TRANS-NEW-QUANTITY NOT NUMERIC
013060            OR TRANS-NEW-PRICE NOT NUMERIC
013070             GO TO 2200-EXIT
013080         END-IF
013090         MOVE TRANS-NEW-QUANTITY TO FB-CORR-NEW-QTY
013100         MOVE TRANS-NEW-PRICE    TO FB-CORR-NEW-PRICE
013110         IF FB-CORR-NEW-QTY = ZERO
013120             MOVE TRANS-QUANTITY TO FB-CORR-NEW-QTY
013130         END-IF
013140         IF FB-CORR-NEW-PRICE = ZERO
013150             MOVE TRANS-PRICE TO FB-CORR-NEW-PRICE
013160         END-IF
013170         IF FB-CORR-NEW-QTY = TRANS-QUANTITY
013180            AND FB-CORR-NEW-PRICE = TRANS-PRICE
013190             GO TO 2200-EXIT
013200         END-IF
013210     END-IF.
013220*    Both legs replay through 2100 as ordinary trades, so the
013230*    row is restated in place; the next read replaces it.
013240     MOVE TRANS-ORIG-DATE TO TRANS-DATE.
013250     IF TRANS-ORIG-WAS-BUY
013260         MOVE "S" TO TRANS-CODE
013270     ELSE
013280         MOVE "B" TO TRANS-CODE
013290     END-IF.
013300     COMPUTE FB-CASH-AMOUNT = TRANS-QUANTITY * TRANS-PRICE.
013310     PERFORM 2100-APPLY-TRADE THRU 2100-EXIT.
013320     IF FB-CORR-NEW-QTY > ZERO
013330         MOVE TRANS-ORIG-CODE   TO TRANS-CODE
013340         MOVE FB-CORR-NEW-QTY   TO TRANS-QUANTITY
013350         MOVE FB-CORR-NEW-PRICE TO TRANS-PRICE
013360         COMPUTE FB-CASH-AMOUNT = TRANS-QUANTITY * TRANS-PRICE
013370         PERFORM 2100-APPLY-TRADE THRU 2100-EXIT
013380     END-IF.
013390 2200-EXIT.
013400     EXIT.

013410*----------------------------------------------------------------
013420* 2300-FOLD-DIVIDENDS - the nightly run credited each paid
013430* dividend to the account's cash on its pay-date, so a payment
013440* dated on or before a month-end belongs in that month-end's
013450* cash.  The ledger is optional.
013460*----------------------------------------------------------------
013470 2300-FOLD-DIVIDENDS.
013480     OPEN INPUT DIVIDEND-LEDGER-IN.
013490     IF FB-DVL-FILE-STATUS = "35"
013500         GO TO 2300-EXIT
013510     END-IF.
013520     PERFORM 2310-READ-DIV-LEDGER THRU 2310-EXIT.
013530     PERFORM 2320-APPLY-ONE-DIVIDEND THRU 2320-EXIT
013540         UNTIL FB-EOF-DVL.
013550     CLOSE DIVIDEND-LEDGER-IN.
013560 2300-EXIT.
013570     EXIT.

013580 2310-READ-DIV-LEDGER.
013590     READ DIVIDEND-LEDGER-IN
013600         AT END SET FB-EOF-DVL TO TRUE
013610     END-READ.
013620 2310-EXIT.
013630     EXIT.

013640 2320-APPLY-ONE-DIVIDEND.
013650     IF DVL-DATE NOT NUMERIC OR DVL-DATE > FB-QTR-END
013660         GO TO 2320-NEXT
013670     END-IF.
013680     MOVE DVL-ACCOUNT TO FB-LOOKUP-ACCOUNT.
013690     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
013700     IF NOT FB-ACCT-FOUND
013710         GO TO 2320-NEXT
013720     END-IF.
013730     PERFORM 2330-FOLD-DIVIDEND-AT-BOUND THRU 2330-EXIT
013740         VARYING FB-BND-SUB FROM 1 BY 1
013750         UNTIL FB-BND-SUB > 3.
013760 2320-NEXT.
013770     PERFORM 2310-READ-DIV-LEDGER THRU 2310-EXIT.
013780 2320-EXIT.
013790     EXIT.

013800 2330-FOLD-DIVIDEND-AT-BOUND.
013810     IF DVL-DATE NOT > FB-BOUND-DATE(FB-BND-SUB)
013820         ADD DVL-AMOUNT
013830             TO FBA-BOUND-CASH(FB-ACCT-FOUND-IDX, FB-BND-SUB)
013840     END-IF.
013850 2330-EXIT.
013860     EXIT.

013870*----------------------------------------------------------------
013880* 3000-LOAD-BOUNDARY-PRICES - walk the price history once,
013890* keeping per symbol the latest close dated on or before each
013900* month-end.
013910*----------------------------------------------------------------
013920 3000-LOAD-BOUNDARY-PRICES.
013930     OPEN INPUT PRICE-HISTORY-FILE-IN.
013940     IF FB-PH-FILE-STATUS = "35"
013950         GO TO 3000-EXIT
013960     END-IF.
013970     PERFORM 3010-READ-PRICE-ROW THRU 3010-EXIT.
013980     PERFORM 3020-APPLY-PRICE-ROW THRU 3020-EXIT
013990         UNTIL FB-EOF-HIST.
014000     CLOSE PRICE-HISTORY-FILE-IN.
014010 3000-EXIT.
014020     EXIT.

014030 3010-READ-PRICE-ROW.
014040     READ PRICE-HISTORY-FILE-IN
014050         AT END SET FB-EOF-HIST TO TRUE
014060     END-READ.
014070 3010-EXIT.
014080     EXIT.

014090 3020-APPLY-PRICE-ROW.
014100     IF PH-RUN-DATE NOT NUMERIC OR PH-RUN-DATE > FB-QTR-END
014110         GO TO 3020-NEXT
014120     END-IF.
014130     MOVE PH-SYMBOL TO FB-LOOKUP-SYMBOL.
014140     PERFORM 5200-FIND-PRICE-ENTRY THRU 5200-EXIT.
014150     IF NOT FB-PRICE-FOUND
014160         GO TO 3020-NEXT
014170     END-IF.
014180     PERFORM 3030-APPLY-PRICE-AT-BOUND THRU 3030-EXIT
014190         VARYING FB-BND-SUB FROM 1 BY 1
014200         UNTIL FB-BND-SUB > 3.
014210 3020-NEXT.
014220     PERFORM 3010-READ-PRICE-ROW THRU 3010-EXIT.
014230 3020-EXIT.
014240     EXIT.

014250 3030-APPLY-PRICE-AT-BOUND.
014260     IF PH-RUN-DATE > FB-BOUND-DATE(FB-BND-SUB)
014270         GO TO 3030-EXIT
014280     END-IF.
014290     IF FBP-HAS-PRICE(FB-PRICE-FOUND-IDX, FB-BND-SUB)
014300        AND PH-RUN-DATE
014310            < FBP-DATE(FB-PRICE-FOUND-IDX, FB-BND-SUB)
014320         GO TO 3030-EXIT
014330     END-IF.
014340     MOVE PH-CLOSING-PRICE
014350         TO FBP-PRICE(FB-PRICE-FOUND-IDX, FB-BND-SUB).
014360     MOVE PH-RUN-DATE
014370         TO FBP-DATE(FB-PRICE-FOUND-IDX, FB-BND-SUB).
014380     MOVE "Y" TO FBP-FLAG(FB-PRICE-FOUND-IDX, FB-BND-SUB).
014390 3030-EXIT.
014400     EXIT.

014410*----------------------------------------------------------------
014420* 3500-LOAD-BOUNDARY-FX - same idea for the dated FX rates.
014430* A currency missing from the snapshot is not added here.
014440*----------------------------------------------------------------
014450 3500-LOAD-BOUNDARY-FX.
014460     OPEN INPUT FX-HISTORY-FILE-IN.
014470     IF FB-FXH-FILE-STATUS = "35"
014480         GO TO 3500-EXIT
014490     END-IF.
014500     PERFORM 3510-READ-FX-HIST THRU 3510-EXIT.
014510     PERFORM 3520-APPLY-FX-HIST THRU 3520-EXIT
014520         UNTIL FB-EOF-FXH.
014530     CLOSE FX-HISTORY-FILE-IN.
014540 3500-EXIT.
014550     EXIT.

014560 3510-READ-FX-HIST.
014570     READ FX-HISTORY-FILE-IN
014580         AT END SET FB-EOF-FXH TO TRUE
014590     END-READ.
014600 3510-EXIT.
014610     EXIT.

014620 3520-APPLY-FX-HIST.
014630     IF FXH-DATE NOT NUMERIC OR FXH-DATE > FB-QTR-END
014640         GO TO 3520-NEXT
014650     END-IF.
014660     MOVE FXH-CURRENCY-CODE TO FB-LOOKUP-CURRENCY.
014670     PERFORM 5400-FIND-FX-RATE THRU 5400-EXIT.
014680     IF NOT FB-FX-FOUND
014690         GO TO 3520-NEXT
014700     END-IF.
014710     PERFORM 3530-APPLY-FX-AT-BOUND THRU 3530-EXIT
014720         VARYING FB-BND-SUB FROM 1 BY 1
014730         UNTIL FB-BND-SUB > 3.
014740 3520-NEXT.
014750     PERFORM 3510-READ-FX-HIST THRU 3510-EXIT.
014760 3520-EXIT.
014770     EXIT.

014780 3530-APPLY-FX-AT-BOUND.
014790     IF FXH-DATE NOT > FB-BOUND-DATE(FB-BND-SUB)
014800        AND FXH-DATE NOT < FBF-DATE(FB-FX-FOUND-IDX, FB-BND-SUB)
014810         MOVE FXH-RATE-TO-CAD
014820             TO FBF-RATE(FB-FX-FOUND-IDX, FB-BND-SUB)
014830         MOVE FXH-DATE
014840             TO FBF-DATE(FB-FX-FOUND-IDX, FB-BND-SUB)
014850     END-IF.
014860 3530-EXIT.
014870     EXIT.

014880*----------------------------------------------------------------
014890* 4000-VALUE-POSITIONS - price every month-end share count in
014900* CAD and accumulate it into its account.  Unlike the
014910* performance report, a fee is a charge on the books: a holding
014920* with no close on or before the month-end, no stock master
014930* row, or a foreign currency with no rate is counted unpriced
014940* rather than valued at a guess, and the account is held back.
014950*----------------------------------------------------------------
014960 4000-VALUE-POSITIONS.
014970     PERFORM 4010-VALUE-ONE-POSITION THRU 4010-EXIT
014980         VARYING FB-POS-SUB FROM 1 BY 1
014990         UNTIL FB-POS-SUB > FB-POS-COUNT.
015000 4000-EXIT.
015010     EXIT.

015020 4010-VALUE-ONE-POSITION.
015030     MOVE FBQ-ACCOUNT(FB-POS-SUB) TO FB-LOOKUP-ACCOUNT.
015040     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
015050     IF NOT FB-ACCT-FOUND
015060         GO TO 4010-EXIT
015070     END-IF.
015080     MOVE FBQ-SYMBOL(FB-POS-SUB) TO FB-LOOKUP-SYMBOL.
015090     PERFORM 4100-RESOLVE-FX-RATE THRU 4100-EXIT.
015100     PERFORM 5200-FIND-PRICE-ENTRY THRU 5200-EXIT.
015110     PERFORM 4020-VALUE-AT-BOUND THRU 4020-EXIT
015120         VARYING FB-BND-SUB FROM 1 BY 1
015130         UNTIL FB-BND-SUB > 3.
015140 4010-EXIT.
015150     EXIT.

015160 4020-VALUE-AT-BOUND.
015170     IF FBQ-SHARES(FB-POS-SUB, FB-BND-SUB) = ZERO
015180         GO TO 4020-EXIT
015190     END-IF.
015200     IF NOT FB-RATE-KNOWN OR NOT FB-PRICE-FOUND
015210         ADD 1
015220             TO FBA-BOUND-UNPRICED(FB-ACCT-FOUND-IDX, FB-BND-SUB)
015230         GO TO 4020-EXIT
015240     END-IF.
015250     IF NOT FBP-HAS-PRICE(FB-PRICE-FOUND-IDX, FB-BND-SUB)
015260         ADD 1
015270             TO FBA-BOUND-UNPRICED(FB-ACCT-FOUND-IDX, FB-BND-SUB)
015280         GO TO 4020-EXIT
015290     END-IF.
015300     IF FB-FX-FOUND
015310         MOVE FBF-RATE(FB-FX-FOUND-IDX, FB-BND-SUB) TO FB-WORK-FX
015320     ELSE
015330         MOVE 1 TO FB-WORK-FX
015340     END-IF.
015350     COMPUTE FB-WORK-VALUE ROUNDED =
015360         FBQ-SHARES(FB-POS-SUB, FB-BND-SUB)
015370         * FBP-PRICE(FB-PRICE-FOUND-IDX, FB-BND-SUB)
015380         * FB-WORK-FX.
015390     ADD FB-WORK-VALUE
015400         TO FBA-BOUND-VALUE(FB-ACCT-FOUND-IDX, FB-BND-SUB).
015410 4020-EXIT.
015420     EXIT.

015430*----------------------------------------------------------------
015440* 4100-RESOLVE-FX-RATE - find the quote currency of the symbol
015450* in FB-LOOKUP-SYMBOL and its rate row.  CAD and a blank code
015460* convert at 1.0000; anything else needs a rate row.
015470*----------------------------------------------------------------
015480 4100-RESOLVE-FX-RATE.
015490     MOVE "N" TO FB-SW-FX-FOUND.
015500     MOVE "N" TO FB-SW-RATE-KNOWN.
015510     PERFORM 5300-FIND-STOCK THRU 5300-EXIT.
015520     IF NOT FB-STOCK-FOUND
015530         GO TO 4100-EXIT
015540     END-IF.
015550     MOVE FBK-CURRENCY(FB-STOCK-FOUND-IDX) TO FB-LOOKUP-CURRENCY.
015560     IF FB-LOOKUP-CURRENCY = "CAD"
015570        OR FB-LOOKUP-CURRENCY = SPACES
015580         SET FB-RATE-KNOWN TO TRUE
015590         GO TO 4100-EXIT
015600     END-IF.
015610     PERFORM 5400-FIND-FX-RATE THRU 5400-EXIT.
015620     IF FB-FX-FOUND
015630         SET FB-RATE-KNOWN TO TRUE
015640     END-IF.
015650 4100-EXIT.
015660     EXIT.

015670*----------------------------------------------------------------
015680* 4500-BILL-ONE-ACCOUNT - work out one account's fee and decide
015690* whether it can be billed.  An account opened after the
015700* quarter or closed before it is not part of this billing.
015710* Otherwise the days held run from the later of the open date
015720* and the quarter's first day to the earlier of the close date
015730* and the quarter's last day; the average value is taken over
015740* the month-ends inside that span; and the annual tiered fee on
015750* that average is charged for a quarter's share of the year,
015760* prorated by days held over days in the quarter.  The fee is
015770* then held back for follow-up when it cannot go straight onto
015780* the books - see 4550.
015790*----------------------------------------------------------------
015800 4500-BILL-ONE-ACCOUNT.
015810     MOVE ZERO   TO FBA-DAYS-HELD(FB-ACCT-SUB).
015820     MOVE ZERO   TO FBA-AVG-VALUE(FB-ACCT-SUB).
015830     MOVE ZERO   TO FBA-FEE(FB-ACCT-SUB).
015840     MOVE SPACES TO FBA-SCHEDULE(FB-ACCT-SUB).
015850     MOVE SPACES TO FBA-NOTE(FB-ACCT-SUB).
015860     IF FBA-OPEN-DATE(FB-ACCT-SUB) > FB-QTR-END
015870        OR (FBA-CLOSE-DATE(FB-ACCT-SUB) NOT = ZERO
015880            AND FBA-CLOSE-DATE(FB-ACCT-SUB) < FB-QTR-START)
015890         MOVE "N" TO FBA-OUTCOME(FB-ACCT-SUB)
015900         ADD 1 TO FB-NOT-HELD-COUNT
015910         GO TO 4500-EXIT
015920     END-IF.
015930     MOVE FB-QTR-START TO FB-HELD-FROM.
015940     IF FBA-OPEN-DATE(FB-ACCT-SUB) > FB-QTR-START
015950         MOVE FBA-OPEN-DATE(FB-ACCT-SUB) TO FB-HELD-FROM
015960     END-IF.
015970     MOVE FB-QTR-END TO FB-HELD-TO.
015980     IF FBA-CLOSE-DATE(FB-ACCT-SUB) NOT = ZERO
015990        AND FBA-CLOSE-DATE(FB-ACCT-SUB) < FB-QTR-END
016000         MOVE FBA-CLOSE-DATE(FB-ACCT-SUB) TO FB-HELD-TO
016010     END-IF.
016020     COMPUTE FBA-DAYS-HELD(FB-ACCT-SUB) =
016030         FUNCTION INTEGER-OF-DATE(FB-HELD-TO)
016040         - FUNCTION INTEGER-OF-DATE(FB-HELD-FROM) + 1.
016050     MOVE ZERO TO FB-VALUE-SUM.
016060     MOVE ZERO TO FB-HELD-COUNT.
016070     MOVE ZERO TO FB-ACCT-UNPRICED.
016080     PERFORM 4510-ADD-HELD-MONTH-END THRU 4510-EXIT
016090         VARYING FB-BND-SUB FROM 1 BY 1
016100         UNTIL FB-BND-SUB > 3.
016110     IF FB-HELD-COUNT > ZERO
016120         COMPUTE FBA-AVG-VALUE(FB-ACCT-SUB) ROUNDED =
016130             FB-VALUE-SUM / FB-HELD-COUNT
016140     END-IF.
016150     IF FBA-AVG-VALUE(FB-ACCT-SUB) < ZERO
016160         MOVE ZERO TO FBA-AVG-VALUE(FB-ACCT-SUB)
016170     END-IF.
016180     PERFORM 4600-RESOLVE-SCHEDULE THRU 4600-EXIT.
016190     IF NOT FB-SCHED-FOUND
016200         MOVE "F" TO FBA-OUTCOME(FB-ACCT-SUB)
016210         MOVE "NO FEE SCHEDULE" TO FBA-NOTE(FB-ACCT-SUB)
016220         GO TO 4500-TALLY
016230     END-IF.
016240     PERFORM 4700-COMPUTE-TIERED-FEE THRU 4700-EXIT.
016250     COMPUTE FBA-FEE(FB-ACCT-SUB) ROUNDED =
016260         FB-ANNUAL-FEE * FBA-DAYS-HELD(FB-ACCT-SUB)
016270         / FB-QTR-DAYS / 4.
016280     PERFORM 4550-DECIDE-OUTCOME THRU 4550-EXIT.
016290 4500-TALLY.
016300     IF FBA-TO-BILL(FB-ACCT-SUB)
016310         ADD 1 TO FB-BILLED-COUNT
016320         ADD FBA-FEE(FB-ACCT-SUB) TO FB-TOTAL-BILLED
016330         ADD FBA-AVG-VALUE(FB-ACCT-SUB) TO FB-TOTAL-AVG-VALUE
016340     END-IF.
016350     IF FBA-NO-FEE-DUE(FB-ACCT-SUB)
016360         ADD 1 TO FB-ZERO-FEE-COUNT
016370     END-IF.
016380     IF FBA-FOLLOW-UP(FB-ACCT-SUB)
016390         ADD 1 TO FB-FOLLOW-UP-COUNT
016400         ADD FBA-FEE(FB-ACCT-SUB) TO FB-TOTAL-HELD
016410     END-IF.
016420     IF FBA-WAS-BILLED(FB-ACCT-SUB)
016430         ADD 1 TO FB-ALREADY-COUNT
016440     END-IF.
016450 4500-EXIT.
016460     EXIT.

016470 4510-ADD-HELD-MONTH-END.
016480     IF FBA-OPEN-DATE(FB-ACCT-SUB) > FB-BOUND-DATE(FB-BND-SUB)
016490         GO TO 4510-EXIT
016500     END-IF.
016510     IF FBA-CLOSE-DATE(FB-ACCT-SUB) NOT = ZERO
016520        AND FBA-CLOSE-DATE(FB-ACCT-SUB)
016530            < FB-BOUND-DATE(FB-BND-SUB)
016540         GO TO 4510-EXIT
016550     END-IF.
016560     ADD 1 TO FB-HELD-COUNT.
016570     ADD FBA-BOUND-VALUE(FB-ACCT-SUB, FB-BND-SUB) TO FB-VALUE-SUM.
016580     ADD FBA-BOUND-CASH(FB-ACCT-SUB, FB-BND-SUB)  TO FB-VALUE-SUM.
016590     ADD FBA-BOUND-UNPRICED(FB-ACCT-SUB, FB-BND-SUB)
016600         TO FB-ACCT-UNPRICED.
016610 4510-EXIT.
016620     EXIT.

016630*----------------------------------------------------------------
016640* 4550-DECIDE-OUTCOME - a computed fee is billed unless: the
016650* quarter's fee row is already on the history; a holding could
016660* not be priced (the fee would be understated); the account is
016670* closed (the nightly run refuses any row for it); the cash on
016680* the position master does not cover the fee (an F row would
016690* drive the account into overdraft); or the fee is too large to
016700* express exactly as quantity times price.  Those are listed
016710* for follow-up.  A fee that rounds to nothing is not posted.
016712* The cash test uses the lesser of trade-date and settled cash:
016714* the F row settles the day it posts, so cash still waiting on
016716* sell proceeds to settle cannot pay it without driving the
016718* account's settled balance negative.
016720*----------------------------------------------------------------
016730 4550-DECIDE-OUTCOME.
016740     IF FBA-ALREADY-BILLED(FB-ACCT-SUB)
016750         MOVE "A" TO FBA-OUTCOME(FB-ACCT-SUB)
016760         MOVE "ALREADY BILLED" TO FBA-NOTE(FB-ACCT-SUB)
016770         GO TO 4550-EXIT
016780     END-IF.
016790     IF FB-ACCT-UNPRICED > ZERO
016800         MOVE "F" TO FBA-OUTCOME(FB-ACCT-SUB)
016810         MOVE "UNPRICED HOLDINGS" TO FBA-NOTE(FB-ACCT-SUB)
016820         GO TO 4550-EXIT
016830     END-IF.
016840     IF FBA-FEE(FB-ACCT-SUB) = ZERO
016850         MOVE "Z" TO FBA-OUTCOME(FB-ACCT-SUB)
016860         MOVE "NO FEE DUE" TO FBA-NOTE(FB-ACCT-SUB)
016870         GO TO 4550-EXIT
016880     END-IF.
016890     IF FBA-IS-CLOSED(FB-ACCT-SUB)
016900         MOVE "F" TO FBA-OUTCOME(FB-ACCT-SUB)
016910         MOVE "ACCOUNT CLOSED" TO FBA-NOTE(FB-ACCT-SUB)
016920         GO TO 4550-EXIT
016930     END-IF.
016940     IF FBA-FEE(FB-ACCT-SUB) > FBA-CASH(FB-ACCT-SUB)
016942        OR FBA-FEE(FB-ACCT-SUB) > FBA-SETTLED-CASH(FB-ACCT-SUB)
016950         MOVE "F" TO FBA-OUTCOME(FB-ACCT-SUB)
016960         MOVE "CASH DOES NOT COVER FEE" TO FBA-NOTE(FB-ACCT-SUB)
016970         GO TO 4550-EXIT
016980     END-IF.
016990     PERFORM 4800-SHAPE-FEE-ROW THRU 4800-EXIT.
017000     IF NOT FB-FEE-SHAPED
017010         MOVE "F" TO FBA-OUTCOME(FB-ACCT-SUB)
017020         MOVE "FEE TOO LARGE FOR ONE ROW" TO FBA-NOTE(FB-ACCT-SUB)
017030         GO TO 4550-EXIT
017040     END-IF.
017050     MOVE "B" TO FBA-OUTCOME(FB-ACCT-SUB).
017060 4550-EXIT.
017070     EXIT.

017080*----------------------------------------------------------------
017090* 4600-RESOLVE-SCHEDULE - the account's own bands if it has
017100* any, else its account type's, else the house default.  The
017110* scope and code found are left in FB-SCHED-LOOKUP-KEY and the
017120* first band's position in FB-SET-START.
017130*----------------------------------------------------------------
017140 4600-RESOLVE-SCHEDULE.
017150     MOVE "A" TO FB-SL-SCOPE.
017160     MOVE FBA-ACCOUNT(FB-ACCT-SUB) TO FB-SL-CODE.
017170     PERFORM 4610-FIND-SET-START THRU 4610-EXIT.
017180     IF FB-SCHED-FOUND
017190         MOVE "ACCT" TO FBA-SCHEDULE(FB-ACCT-SUB)
017200         GO TO 4600-EXIT
017210     END-IF.
017220     MOVE "T" TO FB-SL-SCOPE.
017230     MOVE FBA-TYPE(FB-ACCT-SUB) TO FB-SL-CODE.
017240     PERFORM 4610-FIND-SET-START THRU 4610-EXIT.
017250     IF FB-SCHED-FOUND
017260         MOVE "TYPE" TO FBA-SCHEDULE(FB-ACCT-SUB)
017270         GO TO 4600-EXIT
017280     END-IF.
017290     MOVE "D" TO FB-SL-SCOPE.
017300     MOVE SPACES TO FB-SL-CODE.
017310     PERFORM 4610-FIND-SET-START THRU 4610-EXIT.
017320     IF FB-SCHED-FOUND
017330         MOVE "DFLT" TO FBA-SCHEDULE(FB-ACCT-SUB)
017340     END-IF.
017350 4600-EXIT.
017360     EXIT.

017370 4610-FIND-SET-START.
017380     MOVE "N" TO FB-SW-SCHED-FOUND.
017390     PERFORM 4620-COMPARE-SET THRU 4620-EXIT
017400         VARYING FB-SCHED-SUB FROM 1 BY 1
017410         UNTIL FB-SCHED-SUB > FB-SCHED-COUNT
017420            OR FB-SCHED-FOUND.
017430 4610-EXIT.
017440     EXIT.

017450 4620-COMPARE-SET.
017460     IF FBS-SCOPE(FB-SCHED-SUB) = FB-SL-SCOPE
017470        AND FBS-CODE(FB-SCHED-SUB) = FB-SL-CODE
017480         SET FB-SCHED-FOUND TO TRUE
017490         MOVE FB-SCHED-SUB TO FB-SET-START
017500     END-IF.
017510 4620-EXIT.
017520     EXIT.

017530*----------------------------------------------------------------
017540* 4700-COMPUTE-TIERED-FEE - the annual fee on the average value:
017550* each band's rate applies to the slice of the value between
017560* its floor and the next band's floor (or the value itself,
017570* in the top band reached).
017580*----------------------------------------------------------------
017590 4700-COMPUTE-TIERED-FEE.
017600     MOVE ZERO TO FB-ANNUAL-FEE.
017610     MOVE "N" TO FB-SW-SET-DONE.
017620     PERFORM 4710-APPLY-ONE-BAND THRU 4710-EXIT
017630         VARYING FB-SCHED-SUB FROM FB-SET-START BY 1
017640         UNTIL FB-SCHED-SUB > FB-SCHED-COUNT
017650            OR FB-SET-DONE.
017660 4700-EXIT.
017670     EXIT.

017680 4710-APPLY-ONE-BAND.
017690     IF FBS-SCOPE(FB-SCHED-SUB) NOT = FB-SL-SCOPE
017700        OR FBS-CODE(FB-SCHED-SUB) NOT = FB-SL-CODE
017710        OR FBS-FLOOR(FB-SCHED-SUB)
017720           NOT < FBA-AVG-VALUE(FB-ACCT-SUB)
017730         SET FB-SET-DONE TO TRUE
017740         GO TO 4710-EXIT
017750     END-IF.
017760     MOVE FBA-AVG-VALUE(FB-ACCT-SUB) TO FB-BAND-TOP.
017770     IF FB-SCHED-SUB < FB-SCHED-COUNT
017780         IF FBS-SCOPE(FB-SCHED-SUB + 1) = FB-SL-SCOPE
017790            AND FBS-CODE(FB-SCHED-SUB + 1) = FB-SL-CODE
017800            AND FBS-FLOOR(FB-SCHED-SUB + 1) < FB-BAND-TOP
017810             MOVE FBS-FLOOR(FB-SCHED-SUB + 1) TO FB-BAND-TOP
017820         END-IF
017830     END-IF.
017840     COMPUTE FB-ANNUAL-FEE = FB-ANNUAL-FEE
017850         + (FB-BAND-TOP - FBS-FLOOR(FB-SCHED-SUB))
017860         * FBS-RATE(FB-SCHED-SUB) / 100.
017870 4710-EXIT.
017880     EXIT.

017890*----------------------------------------------------------------
017900* 4800-SHAPE-FEE-ROW - the nightly run posts an F row's cash as
017910* quantity times price, so the fee must come out exact.  Up to
017920* the price column's reach it is one unit at the fee; above
017930* that the fee in cents is split over the smallest quantity
017940* that divides it evenly into a price that fits.
017950*----------------------------------------------------------------
017960 4800-SHAPE-FEE-ROW.
017970     MOVE "N" TO FB-SW-FEE-SHAPED.
017980     COMPUTE FB-FEE-CENTS = FBA-FEE(FB-ACCT-SUB) * 100.
017990     IF FB-FEE-CENTS NOT > 999999
018000         MOVE 1 TO FBA-FEE-QTY(FB-ACCT-SUB)
018010         MOVE FBA-FEE(FB-ACCT-SUB) TO FBA-FEE-PRICE(FB-ACCT-SUB)
018020         SET FB-FEE-SHAPED TO TRUE
018030         GO TO 4800-EXIT
018040     END-IF.
018050     COMPUTE FB-TRY-QTY = (FB-FEE-CENTS + 999998) / 999999.
018060     PERFORM 4810-TRY-QUANTITY THRU 4810-EXIT
018070         UNTIL FB-FEE-SHAPED OR FB-TRY-QTY > 99999.
018080 4800-EXIT.
018090     EXIT.

018100 4810-TRY-QUANTITY.
018110     DIVIDE FB-FEE-CENTS BY FB-TRY-QTY
018120         GIVING FB-TRY-PRICE-CENTS
018130         REMAINDER FB-TRY-REMAINDER.
018140     IF FB-TRY-REMAINDER = ZERO
018150         MOVE FB-TRY-QTY TO FBA-FEE-QTY(FB-ACCT-SUB)
018160         COMPUTE FBA-FEE-PRICE(FB-ACCT-SUB) =
018170             FB-TRY-PRICE-CENTS / 100
018180         SET FB-FEE-SHAPED TO TRUE
018190         GO TO 4810-EXIT
018200     END-IF.
018210     ADD 1 TO FB-TRY-QTY.
018220 4810-EXIT.
018230     EXIT.

018240*----------------------------------------------------------------
018250* 5000-FIND-ACCOUNT - binary search of the account table for
018260* FB-LOOKUP-ACCOUNT.
018270*----------------------------------------------------------------
018280 5000-FIND-ACCOUNT.
018290     MOVE "N" TO FB-SW-ACCT-FOUND.
018300     IF FB-ACCT-COUNT = ZERO
018310         GO TO 5000-EXIT
018320     END-IF.
018330     SEARCH ALL FB-ACCT-ENTRY
018340         AT END CONTINUE
018350         WHEN FBA-ACCOUNT(FB-ACCT-IDX) = FB-LOOKUP-ACCOUNT
018360             SET FB-ACCT-FOUND TO TRUE
018370             SET FB-ACCT-FOUND-IDX TO FB-ACCT-IDX
018380     END-SEARCH.
018390 5000-EXIT.
018400     EXIT.

018410*----------------------------------------------------------------
018420* 5100-FIND-POSITION - locate (or create) the month-end share
018430* counts for the key in FB-POS-LOOKUP-KEY, kept in key order
018440* for the binary search.  A full table would bill accounts on
018450* missing holdings, so it fails the run instead.
018460*----------------------------------------------------------------
018470 5100-FIND-POSITION.
018480     MOVE "N" TO FB-SW-POS-FOUND.
018490     IF FB-POS-COUNT > ZERO
018500         SEARCH ALL FB-POS-ENTRY
018510             AT END CONTINUE
018520             WHEN FBQ-KEY(FB-POS-IDX) = FB-POS-LOOKUP-KEY
018530                 SET FB-POS-FOUND TO TRUE
018540                 SET FB-POS-FOUND-IDX TO FB-POS-IDX
018550         END-SEARCH
018560     END-IF.
018570     IF FB-POS-FOUND
018580         GO TO 5100-EXIT
018590     END-IF.
018600     IF FB-POS-COUNT >= 10000
018610         IF NOT FB-RUN-ERROR
018620             MOVE "POSITION TABLE FULL - NOTHING BILLED - RC 8"
018630                 TO FEE-REGISTER-RECORD
018640             PERFORM 1900-FAIL-RUN THRU 1900-EXIT
018650         END-IF
018660         GO TO 5100-EXIT
018670     END-IF.
018680     ADD 1 TO FB-POS-COUNT.
018690     MOVE FB-POS-COUNT TO FB-INSERT-AT.
018700     MOVE "N" TO FB-SW-INSERT-FOUND.
018710     PERFORM 5110-FIND-POS-INSERT THRU 5110-EXIT
018720         VARYING FB-SCAN-SUB FROM 1 BY 1
018730         UNTIL FB-SCAN-SUB >= FB-POS-COUNT
018740            OR FB-INSERT-FOUND.
018750     COMPUTE FB-SHIFT-SUB = FB-POS-COUNT - 1.
018760     PERFORM 5120-SHIFT-POS-ENTRY THRU 5120-EXIT
018770         UNTIL FB-SHIFT-SUB < FB-INSERT-AT.
018780     MOVE FB-INSERT-AT TO FB-POS-FOUND-IDX.
018790     INITIALIZE FB-POS-ENTRY(FB-POS-FOUND-IDX).
018800     MOVE FB-POS-LOOKUP-KEY TO FBQ-KEY(FB-POS-FOUND-IDX).
018810     SET FB-POS-FOUND TO TRUE.
018820 5100-EXIT.
018830     EXIT.

018840 5110-FIND-POS-INSERT.
018850     IF FBQ-KEY(FB-SCAN-SUB) > FB-POS-LOOKUP-KEY
018860         MOVE FB-SCAN-SUB TO FB-INSERT-AT
018870         SET FB-INSERT-FOUND TO TRUE
018880     END-IF.
018890 5110-EXIT.
018900     EXIT.

018910 5120-SHIFT-POS-ENTRY.
018920     MOVE FB-POS-ENTRY(FB-SHIFT-SUB)
018930         TO FB-POS-ENTRY(FB-SHIFT-SUB + 1).
018940     SUBTRACT 1 FROM FB-SHIFT-SUB.
018950 5120-EXIT.
018960     EXIT.

018970*----------------------------------------------------------------
018980* 5200-FIND-PRICE-ENTRY - locate (or create) the month-end
018990* price entry for the symbol in FB-LOOKUP-SYMBOL.  A full
019000* table fails the run, as for positions.
019010*----------------------------------------------------------------
019020 5200-FIND-PRICE-ENTRY.
019030     MOVE "N" TO FB-SW-PRICE-FOUND.
019040     IF FB-PRICE-COUNT > ZERO
019050         SEARCH ALL FB-PRICE-ENTRY
019060             AT END CONTINUE
019070             WHEN FBP-SYMBOL(FB-PRC-IDX) = FB-LOOKUP-SYMBOL
019080                 SET FB-PRICE-FOUND TO TRUE
019090                 SET FB-PRICE-FOUND-IDX TO FB-PRC-IDX
019100         END-SEARCH
019110     END-IF.
019120     IF FB-PRICE-FOUND
019130         GO TO 5200-EXIT
019140     END-IF.
019150     IF FB-PRICE-COUNT >= 10000
019160         IF NOT FB-RUN-ERROR
019170             MOVE "PRICE TABLE OVERFLOW - NOTHING BILLED - RC 8"
019180                 TO FEE-REGISTER-RECORD
019190             PERFORM 1900-FAIL-RUN THRU 1900-EXIT
019200         END-IF
019210         GO TO 5200-EXIT
019220     END-IF.
019230     ADD 1 TO FB-PRICE-COUNT.
019240     MOVE FB-PRICE-COUNT TO FB-INSERT-AT.
019250     MOVE "N" TO FB-SW-INSERT-FOUND.
019260     PERFORM 5210-FIND-PRICE-INSERT THRU 5210-EXIT
019270         VARYING FB-SCAN-SUB FROM 1 BY 1
019280         UNTIL FB-SCAN-SUB >= FB-PRICE-COUNT
019290            OR FB-INSERT-FOUND.
019300     COMPUTE FB-SHIFT-SUB = FB-PRICE-COUNT - 1.
019310     PERFORM 5220-SHIFT-PRICE-ENTRY THRU 5220-EXIT
019320         UNTIL FB-SHIFT-SUB < FB-INSERT-AT.
019330     MOVE FB-INSERT-AT TO FB-PRICE-FOUND-IDX.
019340     INITIALIZE FB-PRICE-ENTRY(FB-PRICE-FOUND-IDX).
019350     MOVE FB-LOOKUP-SYMBOL TO FBP-SYMBOL(FB-PRICE-FOUND-IDX).
019360     SET FB-PRICE-FOUND TO TRUE.
019370 5200-EXIT.
019380     EXIT.

019390 5210-FIND-PRICE-INSERT.
019400     IF FBP-SYMBOL(FB-SCAN-SUB) > FB-LOOKUP-SYMBOL
019410         MOVE FB-SCAN-SUB TO FB-INSERT-AT
019420         SET FB-INSERT-FOUND TO TRUE
019430     END-IF.
019440 5210-EXIT.
019450     EXIT.

019460 5220-SHIFT-PRICE-ENTRY.
019470     MOVE FB-PRICE-ENTRY(FB-SHIFT-SUB)
019480         TO FB-PRICE-ENTRY(FB-SHIFT-SUB + 1).
019490     SUBTRACT 1 FROM FB-SHIFT-SUB.
019500 5220-EXIT.
019510     EXIT.

019520*----------------------------------------------------------------
019530* 5300-FIND-STOCK - binary search of the symbol-to-currency map
019540* for FB-LOOKUP-SYMBOL.
019550*----------------------------------------------------------------
019560 5300-FIND-STOCK.
019570     MOVE "N" TO FB-SW-STOCK-FOUND.
019580     IF FB-STOCK-COUNT = ZERO
019590         GO TO 5300-EXIT
019600     END-IF.
019610     SEARCH ALL FB-STOCK-ENTRY
019620         AT END CONTINUE
019630         WHEN FBK-SYMBOL(FB-STK-IDX) = FB-LOOKUP-SYMBOL
019640             SET FB-STOCK-FOUND TO TRUE
019650             SET FB-STOCK-FOUND-IDX TO FB-STK-IDX
019660     END-SEARCH.
019670 5300-EXIT.
019680     EXIT.

019690*----------------------------------------------------------------
019700* 5400-FIND-FX-RATE - linear search of the FX table for
019710* FB-LOOKUP-CURRENCY.
019720*----------------------------------------------------------------
019730 5400-FIND-FX-RATE.
019740     MOVE "N" TO FB-SW-FX-FOUND.
019750     PERFORM 5410-COMPARE-FX-CODE THRU 5410-EXIT
019760         VARYING FB-FX-IDX FROM 1 BY 1
019770         UNTIL FB-FX-IDX > FB-FX-COUNT
019780            OR FB-FX-FOUND.
019790 5400-EXIT.
019800     EXIT.

019810 5410-COMPARE-FX-CODE.
019820     IF FBF-CURRENCY(FB-FX-IDX) = FB-LOOKUP-CURRENCY
019830         SET FB-FX-FOUND TO TRUE
019840         SET FB-FX-FOUND-IDX TO FB-FX-IDX
019850     END-IF.
019860 5410-EXIT.
019870     EXIT.

019880*----------------------------------------------------------------
019890* 7000-WRITE-REGISTER - the invoice section (one line per
019900* account billed, with the accounts whose fee came to nothing),
019910* writing each billed account's F row as it goes, then the
019920* accounts listed for follow-up with the reason each was not
019930* billed.
019940*----------------------------------------------------------------
019950 7000-WRITE-REGISTER.
019960     MOVE "FEE INVOICES" TO FEE-REGISTER-RECORD.
019970     WRITE FEE-REGISTER-RECORD.
019980     MOVE SPACES TO FEE-REGISTER-RECORD.
019990     WRITE FEE-REGISTER-RECORD FROM FB-INVOICE-HEADER.
020000     MOVE ZERO TO FB-LINES-LISTED.
020010     PERFORM 7010-WRITE-ONE-INVOICE THRU 7010-EXIT
020020         VARYING FB-ACCT-SUB FROM 1 BY 1
020030         UNTIL FB-ACCT-SUB > FB-ACCT-COUNT.
020040     IF FB-LINES-LISTED = ZERO
020050         MOVE "  (NONE)" TO FEE-REGISTER-RECORD
020060         WRITE FEE-REGISTER-RECORD
020070     END-IF.
020080     MOVE SPACES TO FEE-REGISTER-RECORD.
020090     WRITE FEE-REGISTER-RECORD.
020100     MOVE "ACCOUNTS FOR FOLLOW-UP - NOT BILLED"
020110         TO FEE-REGISTER-RECORD.
020120     WRITE FEE-REGISTER-RECORD.
020130     MOVE SPACES TO FEE-REGISTER-RECORD.
020140     WRITE FEE-REGISTER-RECORD FROM FB-INVOICE-HEADER.
020150     MOVE ZERO TO FB-LINES-LISTED.
020160     PERFORM 7100-WRITE-ONE-FOLLOW-UP THRU 7100-EXIT
020170         VARYING FB-ACCT-SUB FROM 1 BY 1
020180         UNTIL FB-ACCT-SUB > FB-ACCT-COUNT.
020190     IF FB-LINES-LISTED = ZERO
020200         MOVE "  (NONE)" TO FEE-REGISTER-RECORD
020210         WRITE FEE-REGISTER-RECORD
020220     END-IF.
020230 7000-EXIT.
020240     EXIT.

020250 7010-WRITE-ONE-INVOICE.
020260     IF NOT FBA-TO-BILL(FB-ACCT-SUB)
020270        AND NOT FBA-NO-FEE-DUE(FB-ACCT-SUB)
020280         GO TO 7010-EXIT
020290     END-IF.
020300     PERFORM 7500-WRITE-ACCOUNT-LINE THRU 7500-EXIT.
020310     IF FBA-TO-BILL(FB-ACCT-SUB)
020320         PERFORM 7200-WRITE-FEE-ROW THRU 7200-EXIT
020330     END-IF.
020340 7010-EXIT.
020350     EXIT.

020360 7100-WRITE-ONE-FOLLOW-UP.
020370     IF FBA-FOLLOW-UP(FB-ACCT-SUB)
020380        OR FBA-WAS-BILLED(FB-ACCT-SUB)
020390         PERFORM 7500-WRITE-ACCOUNT-LINE THRU 7500-EXIT
020400     END-IF.
020410 7100-EXIT.
020420     EXIT.

020430 7200-WRITE-FEE-ROW.
020440     MOVE FBA-ACCOUNT(FB-ACCT-SUB)   TO FTR-ACCOUNT.
020450     MOVE FB-BILLING-DATE            TO FTR-DATE.
020460     MOVE FB-FEE-TAG                 TO FTR-SYMBOL.
020470     MOVE "F"                        TO FTR-CODE.
020480     MOVE FBA-FEE-QTY(FB-ACCT-SUB)   TO FTR-QUANTITY.
020490     MOVE FBA-FEE-PRICE(FB-ACCT-SUB) TO FTR-PRICE.
020492     MOVE ZERO                       TO FTR-ORIG-DATE.
020494     MOVE SPACE                      TO FTR-ORIG-CODE.
020496     MOVE ZERO                       TO FTR-NEW-QUANTITY.
020498     MOVE ZERO                       TO FTR-NEW-PRICE.
020500     WRITE FEE-TRANS-RECORD.
020510     ADD 1 TO FB-ROWS-WRITTEN.
020520 7200-EXIT.
020530     EXIT.

020540 7500-WRITE-ACCOUNT-LINE.
020550     MOVE SPACES TO FB-INVOICE-LINE.
020560     MOVE FBA-ACCOUNT(FB-ACCT-SUB)     TO FB-IL-ACCOUNT.
020570     MOVE FBA-HOLDER-NAME(FB-ACCT-SUB) TO FB-IL-HOLDER.
020580     MOVE FBA-TYPE(FB-ACCT-SUB)        TO FB-IL-TYPE.
020590     MOVE FBA-SCHEDULE(FB-ACCT-SUB)    TO FB-IL-SCHEDULE.
020600     MOVE FBA-DAYS-HELD(FB-ACCT-SUB)   TO FB-IL-DAYS.
020610     MOVE FBA-AVG-VALUE(FB-ACCT-SUB)   TO FB-IL-AVG-VALUE.
020620     MOVE FBA-FEE(FB-ACCT-SUB)         TO FB-IL-FEE.
020630     MOVE FBA-CASH(FB-ACCT-SUB)        TO FB-IL-CASH.
020640     MOVE FBA-NOTE(FB-ACCT-SUB)        TO FB-IL-NOTE.
020650     MOVE SPACES TO FEE-REGISTER-RECORD.
020660     WRITE FEE-REGISTER-RECORD FROM FB-INVOICE-LINE.
020670     ADD 1 TO FB-LINES-LISTED.
020680 7500-EXIT.
020690     EXIT.

020700*----------------------------------------------------------------
020710* 8500-WRITE-CONTROL-TOTALS - the counts and amounts the
020720* billing is balanced by: every account on the master is
020730* either not held in the quarter, billed, not due a fee,
020740* already billed, or listed for follow-up; fee rows written
020750* must equal accounts billed, and their total is the total
020760* fees billed.
020770*----------------------------------------------------------------
020780 8500-WRITE-CONTROL-TOTALS.
020790     MOVE SPACES TO FEE-REGISTER-RECORD.
020800     WRITE FEE-REGISTER-RECORD.
020810     MOVE FB-ACCT-COUNT TO FB-COUNT-EDIT.
020820     STRING "ACCOUNTS ON MASTER        " DELIMITED BY SIZE
020830            FB-COUNT-EDIT DELIMITED BY SIZE
020840         INTO FEE-REGISTER-RECORD
020850     END-STRING.
020860     WRITE FEE-REGISTER-RECORD.
020870     MOVE FB-NOT-HELD-COUNT TO FB-COUNT-EDIT.
020880     MOVE SPACES TO FEE-REGISTER-RECORD.
020890     STRING "NOT HELD IN QUARTER       " DELIMITED BY SIZE
020900            FB-COUNT-EDIT DELIMITED BY SIZE
020910         INTO FEE-REGISTER-RECORD
020920     END-STRING.
020930     WRITE FEE-REGISTER-RECORD.
020940     MOVE FB-BILLED-COUNT TO FB-COUNT-EDIT.
020950     MOVE SPACES TO FEE-REGISTER-RECORD.
020960     STRING "ACCOUNTS BILLED           " DELIMITED BY SIZE
020970            FB-COUNT-EDIT DELIMITED BY SIZE
020980         INTO FEE-REGISTER-RECORD
020990     END-STRING.
021000     WRITE FEE-REGISTER-RECORD.
021010     MOVE FB-ZERO-FEE-COUNT TO FB-COUNT-EDIT.
021020     MOVE SPACES TO FEE-REGISTER-RECORD.
021030     STRING "NO FEE DUE                " DELIMITED BY SIZE
021040            FB-COUNT-EDIT DELIMITED BY SIZE
021050         INTO FEE-REGISTER-RECORD
021060     END-STRING.
021070     WRITE FEE-REGISTER-RECORD.
021080     MOVE FB-ALREADY-COUNT TO FB-COUNT-EDIT.
021090     MOVE SPACES TO FEE-REGISTER-RECORD.
021100     STRING "ALREADY BILLED            " DELIMITED BY SIZE
021110            FB-COUNT-EDIT DELIMITED BY SIZE
021120         INTO FEE-REGISTER-RECORD
021130     END-STRING.
021140     WRITE FEE-REGISTER-RECORD.
021150     MOVE FB-FOLLOW-UP-COUNT TO FB-COUNT-EDIT.
021160     MOVE SPACES TO FEE-REGISTER-RECORD.
021170     STRING "LISTED FOR FOLLOW-UP      " DELIMITED BY SIZE
021180            FB-COUNT-EDIT DELIMITED BY SIZE
021190         INTO FEE-REGISTER-RECORD
021200     END-STRING.
021210     WRITE FEE-REGISTER-RECORD.
021220     MOVE FB-ROWS-WRITTEN TO FB-COUNT-EDIT.
021230     MOVE SPACES TO FEE-REGISTER-RECORD.
021240     STRING "FEE ROWS WRITTEN          " DELIMITED BY SIZE
021250            FB-COUNT-EDIT DELIMITED BY SIZE
021260         INTO FEE-REGISTER-RECORD
021270     END-STRING.
021280     WRITE FEE-REGISTER-RECORD.
021290     MOVE FB-TOTAL-BILLED TO FB-AMOUNT-EDIT.
021300     MOVE SPACES TO FEE-REGISTER-RECORD.
021310     STRING "TOTAL FEES BILLED       " DELIMITED BY SIZE
021320            FB-AMOUNT-EDIT DELIMITED BY SIZE
021330         INTO FEE-REGISTER-RECORD
021340     END-STRING.
021350     WRITE FEE-REGISTER-RECORD.
021360     MOVE FB-TOTAL-AVG-VALUE TO FB-AMOUNT-EDIT.
021370     MOVE SPACES TO FEE-REGISTER-RECORD.
021380     STRING "VALUE BILLED ON         " DELIMITED BY SIZE
021390            FB-AMOUNT-EDIT DELIMITED BY SIZE
021400         INTO FEE-REGISTER-RECORD
021410     END-STRING.
021420     WRITE FEE-REGISTER-RECORD.
021430     MOVE FB-TOTAL-HELD TO FB-AMOUNT-EDIT.
021440     MOVE SPACES TO FEE-REGISTER-RECORD.
021450     STRING "FEES HELD FOR FOLLOW-UP " DELIMITED BY SIZE
021460            FB-AMOUNT-EDIT DELIMITED BY SIZE
021470         INTO FEE-REGISTER-RECORD
021480     END-STRING.
021490     WRITE FEE-REGISTER-RECORD.
021500     MOVE FB-SCHED-COUNT TO FB-COUNT-EDIT.
021510     MOVE SPACES TO FEE-REGISTER-RECORD.
021520     STRING "FEE SCHEDULE BANDS LOADED " DELIMITED BY SIZE
021530            FB-COUNT-EDIT DELIMITED BY SIZE
021540         INTO FEE-REGISTER-RECORD
021550     END-STRING.
021560     WRITE FEE-REGISTER-RECORD.
021570     MOVE SPACES TO FEE-REGISTER-RECORD.
021580     WRITE FEE-REGISTER-RECORD.
021590     MOVE "NOTE - FEETRANS.TXT IS CARRIED INTO DAYTRANS.TXT"
021600         TO FEE-REGISTER-RECORD.
021610     WRITE FEE-REGISTER-RECORD.
021620     MOVE "       BY THE NEXT CONFIRM-IMPORT RUN"
021630         TO FEE-REGISTER-RECORD.
021640     WRITE FEE-REGISTER-RECORD.
021650 8500-EXIT.
021660     EXIT.

021670 9999-TERMINATE.
021680     CLOSE FEE-REGISTER-OUT.
021690     CLOSE FEE-TRANS-OUT.
021700 9999-EXIT.
021710     EXIT.

021720 END PROGRAM FEE-BILLING.
