000100******************************************************************
000110* Authors: Paul Squires, 040766405
000120*          Cole Brito,
000130* Course and Section: CST8283 302
000140* Date: Oct 15, 2026
000150* Purpose: Model portfolio drift report and rebalancing order
000160*          proposals per account
000170* Tectonics: cobc
000180******************************************************************
000190* MODIFICATION HISTORY
000200* ----------------------------------------------------------
000210* DATE        INIT DESCRIPTION
000220* 2026-10-15  CB   New program - measures each account against
000230*                  the model portfolio the account master
000240*                  assigns it.  Values the carried position
000250*                  master's holdings at today's STOCKS.txt
000260*                  closes and FXRATES.txt rates, adds the cash
000270*                  balance, and prints actual-versus-target
000280*                  weight and drift per sector.  An account
000290*                  with any sector (or its cash) outside the
000300*                  model's drift tolerance is brought back to
000310*                  target: proposed sells and buys go to
000320*                  REBALORD.txt in the TRANSACTIONS.txt layout
000330*                  for an advisor to review before keying.
000340*                  Orders are in whole shares, and the buys
000350*                  never spend more than the account's cash
000360*                  plus the proceeds of the proposed sells.
000370* 2026-10-15  CB   Account master record carries the open and
000380*                  close dates (not used here).
000390* 2026-10-15  CB   Proposed orders dated the first business
000400*                  day after the position master's cycle date,
000410*                  so an approved order is new activity to the
000420*                  nightly run rather than already on the
000430*                  master.
000432* 2026-10-15  CB   The order date steps over the exchange
000434*                  holidays on HOLIDAYS.txt as well as weekends,
000436*                  and the orders carry the full transaction
000438*                  layout with the correction columns empty.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. REBAL-PROPOSE.
000470 AUTHOR. C. BRITO.
000480 INSTALLATION. CST8283 PORTFOLIO REPORTING.
000490 DATE-WRITTEN. OCT 15, 2026.
000500 DATE-COMPILED. OCT 15, 2026.

000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT POSITION-MASTER-FILE
000550     ASSIGN TO "../POSMAST.txt"
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     FILE STATUS IS RB-POSM-FILE-STATUS.

000580     SELECT ACCOUNT-FILE-IN
000590     ASSIGN TO "../ACCOUNTS.txt"
000600     ORGANIZATION IS LINE SEQUENTIAL
000610     FILE STATUS IS RB-ACM-FILE-STATUS.

000620     SELECT MODEL-FILE-IN
000630     ASSIGN TO "../MODELS.txt"
000640     ORGANIZATION IS LINE SEQUENTIAL
000650     FILE STATUS IS RB-MDL-FILE-STATUS.

000660     SELECT STOCK-FILE-IN
000670     ASSIGN TO "../STOCKS.txt"
000680     ORGANIZATION IS LINE SEQUENTIAL.

000690     SELECT FX-RATE-FILE-IN
000700     ASSIGN TO "../FXRATES.txt"
000710     ORGANIZATION IS LINE SEQUENTIAL.

000712     SELECT HOLIDAY-FILE-IN
000714     ASSIGN TO "../HOLIDAYS.txt"
000716     ORGANIZATION IS LINE SEQUENTIAL
000718     FILE STATUS IS RB-HOL-FILE-STATUS.

000720     SELECT REBAL-REPORT-OUT
000730     ASSIGN TO "../REBALRPT.txt"
000740     ORGANIZATION IS LINE SEQUENTIAL.

000750     SELECT ORDER-FILE-OUT
000760     ASSIGN TO "../REBALORD.txt"
000770     ORGANIZATION IS LINE SEQUENTIAL.

000780 DATA DIVISION.
000790 FILE SECTION.
000800* Carried position master written by the nightly run - the
000810* control record's cycle date is the as-of date of the drift
000820* and the trade date on the proposals; positions and cash
000830* balances are the record types consumed here (the rest are
000840* skipped).
000850 FD POSITION-MASTER-FILE.
000860 01 POSITION-MASTER-RECORD.
000870     05 PM-RECORD-TYPE   PIC X.
000880        88 PM-IS-CONTROL     VALUE "C".
000890        88 PM-IS-POSITION    VALUE "P".
000900        88 PM-IS-CASH        VALUE "B".
000910     05 PM-DATA          PIC X(40).
000920     05 PM-CONTROL-DATA REDEFINES PM-DATA.
000930        10 PM-CYCLE-DATE    PIC 9(8).
000940        10 PM-COST-MODE     PIC X.
000950        10 FILLER           PIC X(31).
000960     05 PM-POSITION-DATA REDEFINES PM-DATA.
000970        10 PM-ACCOUNT       PIC X(4).
000980        10 PM-SYMBOL        PIC X(7).
000990        10 PM-SHARES        PIC 9(7).
001000        10 PM-AVERAGE-COST  PIC 9(4)V99.
001010        10 FILLER           PIC X(16).
001020     05 PM-CASH-DATA REDEFINES PM-DATA.
001030        10 PM-CASH-ACCOUNT  PIC X(4).
001040        10 PM-CASH-BALANCE  PIC S9(9)V99
001050                            SIGN LEADING SEPARATE.
001060        10 FILLER           PIC X(24).

001070* Account master - the model each account is managed to, and
001080* the holder name and type for the section header.  Closed
001090* accounts and accounts with no model are not measured.
001100 FD ACCOUNT-FILE-IN.
001110 01 ACCOUNT-RECORD.
001120     05 ACM-ACCOUNT      PIC X(4).
001130     05 ACM-HOLDER-NAME  PIC X(25).
001140     05 ACM-TYPE         PIC X(4).
001150     05 ACM-STATUS       PIC X.
001160     05 ACM-MODEL        PIC X(4).
001170     05 ACM-OPEN-DATE    PIC 9(8).
001180     05 ACM-CLOSE-DATE   PIC 9(8).

001190* Model portfolios - a header row (H) per model with its
001200* description and drift tolerance in percentage points, and a
001210* sector row (S) per sector with its target weight and,
001220* optionally, the symbol to buy when the sector is under
001230* target.  A CASH sector row is the model's cash target.  The
001240* weights of a model, cash included, must total 100.00.
001250 FD MODEL-FILE-IN.
001260 01 MODEL-RECORD.
001270     05 MDL-MODEL          PIC X(4).
001280     05 MDL-ROW-TYPE       PIC X.
001290        88 MDL-IS-HEADER       VALUE "H".
001300        88 MDL-IS-SECTOR       VALUE "S".
001310     05 MDL-DATA           PIC X(32).
001320     05 MDL-HEADER-DATA REDEFINES MDL-DATA.
001330        10 MDL-DESCRIPTION  PIC X(25).
001340        10 MDL-TOLERANCE    PIC 9(3)V99.
001350        10 FILLER           PIC X(2).
001360     05 MDL-SECTOR-DATA REDEFINES MDL-DATA.
001370        10 MDL-SECTOR       PIC X(4).
001380        10 MDL-TARGET-PCT   PIC 9(3)V99.
001390        10 MDL-BUY-SYMBOL   PIC X(7).
001400        10 FILLER           PIC X(16).

001410* Stock master load source - today's close, quote currency and
001420* sector code of every symbol.
001430 FD STOCK-FILE-IN.
001440 01 STOCK-RECORD.
001450     05 STOCK-SYMBOL-S      PIC X(7).
001460     05 STOCK-NAME          PIC X(25).
001470     05 CLOSING-PRICE       PIC 9(4)V99.
001480     05 STOCK-CURRENCY-CODE PIC X(3).
001490     05 STOCK-SECTOR-CODE   PIC X(4).

001500* Today's FX snapshot - CAD value of one unit of each currency.
001510 FD FX-RATE-FILE-IN.
001520 01 FX-RATE-RECORD.
001530     05 FX-CURRENCY-CODE PIC X(3).
001540     05 FX-RATE-TO-CAD   PIC 9(3)V9999.

001541* Exchange holiday calendar - one market holiday per row, as
001542* the nightly run reads it.  The order date steps over these
001543* as well as weekends.  The file is optional - no file means
001544* only weekends are skipped.
001545 FD HOLIDAY-FILE-IN.
001546 01 HOLIDAY-RECORD.
001547     05 HOL-DATE         PIC 9(8).
001548     05 HOL-NAME         PIC X(25).

001550* Drift and proposal report - one section per modelled account,
001560* model file exceptions at the top and control totals at the
001570* bottom.
001580 FD REBAL-REPORT-OUT.
001590 01 REBAL-REPORT-RECORD     PIC X(120).

001600* Proposed orders - the nightly run's transaction layout, dated
001610* the first business day after the cycle date, so an order the
001620* advisor approves can be keyed as it stands.
001630 FD ORDER-FILE-OUT.
001640 01 TRANSACTION-RECORD.
001650     05 TRANS-ACCOUNT    PIC X(4).
001660     05 TRANS-DATE       PIC 9(8).
001670     05 TRANS-SYMBOL     PIC X(7).
001680     05 TRANS-CODE       PIC X.
001690        88 TRANS-IS-BUY        VALUE "B".
001700        88 TRANS-IS-SELL       VALUE "S".
001710     05 TRANS-QUANTITY   PIC 9(5).
001720     05 TRANS-PRICE      PIC 9(4)V99.
001722     05 TRANS-ORIG-DATE  PIC 9(8).
001724     05 TRANS-ORIG-CODE  PIC X.
001726     05 TRANS-NEW-QUANTITY PIC 9(5).
001728     05 TRANS-NEW-PRICE  PIC 9(4)V99.

001730 WORKING-STORAGE SECTION.
001740*----------------------------------------------------------------
001750* Standalone counters and switches.
001760*----------------------------------------------------------------
001770 77 RB-POSM-FILE-STATUS     PIC X(2) VALUE SPACES.
001780 77 RB-ACM-FILE-STATUS      PIC X(2) VALUE SPACES.
001790 77 RB-MDL-FILE-STATUS      PIC X(2) VALUE SPACES.
001793 77 RB-HOL-FILE-STATUS      PIC X(2) VALUE SPACES.
001796 77 RB-HOL-COUNT            PIC 9(4) COMP VALUE ZERO.
001800 77 RB-CYCLE-DATE           PIC 9(8) VALUE ZERO.
001810 77 RB-ORDER-DATE           PIC 9(8) VALUE ZERO.
001820 77 RB-DAY-INT              PIC 9(8) COMP VALUE ZERO.
001830 77 RB-DAY-QUOT             PIC 9(8) COMP VALUE ZERO.
001840 77 RB-WEEKDAY              PIC 9 COMP VALUE ZERO.
001850 77 RB-ACCT-COUNT           PIC 9(4) COMP VALUE ZERO.
001860 77 RB-ACCT-FOUND-IDX       PIC 9(4) COMP VALUE ZERO.
001870 77 RB-ACCT-SUB             PIC 9(4) COMP VALUE ZERO.
001880 77 RB-MODEL-COUNT          PIC 9(4) COMP VALUE ZERO.
001890 77 RB-MODEL-FOUND-IDX      PIC 9(4) COMP VALUE ZERO.
001900 77 RB-MODEL-SUB            PIC 9(4) COMP VALUE ZERO.
001910 77 RB-MSEC-COUNT           PIC 9(4) COMP VALUE ZERO.
001920 77 RB-MSEC-SUB             PIC 9(4) COMP VALUE ZERO.
001930 77 RB-STOCK-COUNT          PIC 9(5) COMP VALUE ZERO.
001940 77 RB-STOCK-FOUND-IDX      PIC 9(5) COMP VALUE ZERO.
001950 77 RB-FX-COUNT             PIC 9(4) COMP VALUE ZERO.
001960 77 RB-POS-COUNT            PIC 9(5) COMP VALUE ZERO.
001970 77 RB-POS-FOUND-IDX        PIC 9(5) COMP VALUE ZERO.
001980 77 RB-POS-SUB              PIC 9(5) COMP VALUE ZERO.
001990 77 RB-POS-LAST             PIC 9(5) COMP VALUE ZERO.
002000 77 RB-BEST-POS             PIC 9(5) COMP VALUE ZERO.
002010 77 RB-WSEC-COUNT           PIC 9(4) COMP VALUE ZERO.
002020 77 RB-WSEC-FOUND-IDX       PIC 9(4) COMP VALUE ZERO.
002030 77 RB-WSEC-SUB             PIC 9(4) COMP VALUE ZERO.
002040 77 RB-INSERT-AT            PIC 9(5) COMP VALUE ZERO.
002050 77 RB-SCAN-SUB             PIC 9(5) COMP VALUE ZERO.
002060 77 RB-SHIFT-SUB            PIC 9(5) COMP VALUE ZERO.
002070 77 RB-WORK-FX              PIC 9(3)V9999 VALUE 1.
002080 77 RB-UNIT-VALUE           PIC 9(7)V9(6) VALUE ZERO.
002090 77 RB-WORK-VALUE           PIC S9(11)V99 VALUE ZERO.
002100 77 RB-HOLDINGS-VALUE       PIC S9(11)V99 VALUE ZERO.
002110 77 RB-TOTAL-VALUE          PIC S9(11)V99 VALUE ZERO.
002120 77 RB-TARGET-VALUE         PIC S9(11)V99 VALUE ZERO.
002130 77 RB-EXCESS               PIC S9(11)V99 VALUE ZERO.
002140 77 RB-SHORTFALL            PIC S9(11)V99 VALUE ZERO.
002150 77 RB-CASH-AVAILABLE       PIC S9(11)V99 VALUE ZERO.
002160 77 RB-ORDER-AMOUNT         PIC S9(11)V99 VALUE ZERO.
002170 77 RB-ORDER-QTY            PIC 9(7) VALUE ZERO.
002180 77 RB-CASH-QTY             PIC 9(7) VALUE ZERO.
002190 77 RB-ORDER-SYMBOL         PIC X(7) VALUE SPACES.
002200 77 RB-ORDER-CODE           PIC X VALUE SPACES.
002210 77 RB-ORDER-PRICE          PIC 9(4)V99 VALUE ZERO.
002220 77 RB-ORDER-NOTE           PIC X(20) VALUE SPACES.
002230 77 RB-ACTUAL-PCT           PIC S9(5)V99 VALUE ZERO.
002240 77 RB-DRIFT-PCT            PIC S9(5)V99 VALUE ZERO.
002250 77 RB-WORK-TARGET-PCT      PIC 9(3)V99 VALUE ZERO.
002260 77 RB-WORK-SECTOR          PIC X(4) VALUE SPACES.
002270 77 RB-TOLERANCE            PIC 9(3)V99 VALUE ZERO.
002280 77 RB-WEIGHT-TOTAL         PIC 9(5)V99 VALUE ZERO.
002290 77 RB-CASH-TARGET-PCT      PIC 9(3)V99 VALUE ZERO.
002300 77 RB-UNPRICED-COUNT       PIC 9(5) COMP VALUE ZERO.
002310 77 RB-MODELED-COUNT        PIC 9(5) COMP VALUE ZERO.
002320 77 RB-NO-MODEL-COUNT       PIC 9(5) COMP VALUE ZERO.
002330 77 RB-DRIFTED-COUNT        PIC 9(5) COMP VALUE ZERO.
002340 77 RB-BUY-COUNT            PIC 9(5) COMP VALUE ZERO.
002350 77 RB-SELL-COUNT           PIC 9(5) COMP VALUE ZERO.
002360 77 RB-EXCEPTION-COUNT      PIC 9(5) COMP VALUE ZERO.
002370 77 RB-COUNT-EDIT           PIC ZZZZ9.
002380 77 RB-PCT-EDIT             PIC ZZZZ9.99.
002390 77 RB-LOOKUP-ACCOUNT       PIC X(4) VALUE SPACES.
002400 77 RB-LOOKUP-MODEL         PIC X(4) VALUE SPACES.
002410 77 RB-LOOKUP-SYMBOL        PIC X(7) VALUE SPACES.
002420 77 RB-LOOKUP-SECTOR        PIC X(4) VALUE SPACES.
002430 77 RB-LOOKUP-CURRENCY      PIC X(3) VALUE SPACES.
002440 77 RB-PREV-MODEL           PIC X(4) VALUE SPACES.

002450 01 RB-SWITCHES.
002460     05 RB-SW-EOF-POSM         PIC X VALUE "N".
002470        88 RB-EOF-POSM              VALUE "Y".
002480     05 RB-SW-EOF-ACM          PIC X VALUE "N".
002490        88 RB-EOF-ACM               VALUE "Y".
002500     05 RB-SW-EOF-MODEL        PIC X VALUE "N".
002510        88 RB-EOF-MODEL             VALUE "Y".
002520     05 RB-SW-EOF-STOCK        PIC X VALUE "N".
002530        88 RB-EOF-STOCK             VALUE "Y".
002540     05 RB-SW-EOF-FX           PIC X VALUE "N".
002550        88 RB-EOF-FX                VALUE "Y".
002551     05 RB-SW-EOF-HOL          PIC X VALUE "N".
002552        88 RB-EOF-HOL               VALUE "Y".
002553     05 RB-SW-HOLIDAY          PIC X VALUE "N".
002554        88 RB-IS-HOLIDAY            VALUE "Y".
002555     05 RB-SW-BUSINESS-DAY     PIC X VALUE "N".
002556        88 RB-BUSINESS-DAY          VALUE "Y".
002560     05 RB-SW-ACCT-FOUND       PIC X VALUE "N".
002570        88 RB-ACCT-FOUND            VALUE "Y".
002580     05 RB-SW-MODEL-FOUND      PIC X VALUE "N".
002590        88 RB-MODEL-FOUND           VALUE "Y".
002600     05 RB-SW-MSEC-FOUND       PIC X VALUE "N".
002610        88 RB-MSEC-FOUND            VALUE "Y".
002620     05 RB-SW-STOCK-FOUND      PIC X VALUE "N".
002630        88 RB-STOCK-FOUND           VALUE "Y".
002640     05 RB-SW-FX-FOUND         PIC X VALUE "N".
002650        88 RB-FX-FOUND              VALUE "Y".
002660     05 RB-SW-POS-FOUND        PIC X VALUE "N".
002670        88 RB-POS-FOUND             VALUE "Y".
002680     05 RB-SW-WSEC-FOUND       PIC X VALUE "N".
002690        88 RB-WSEC-FOUND            VALUE "Y".
002700     05 RB-SW-INSERT-FOUND     PIC X VALUE "N".
002710        88 RB-INSERT-FOUND          VALUE "Y".
002720     05 RB-SW-BUY-FOUND        PIC X VALUE "N".
002730        88 RB-BUY-FOUND             VALUE "Y".
002740     05 RB-SW-OUT-OF-TOL       PIC X VALUE "N".
002750        88 RB-OUT-OF-TOLERANCE      VALUE "Y".
002760     05 RB-SW-CASH-LIMITED     PIC X VALUE "N".
002770        88 RB-CASH-LIMITED          VALUE "Y".
002780     05 RB-SW-WORK-IN-MODEL    PIC X VALUE "N".
002790        88 RB-WORK-IN-MODEL         VALUE "Y".
002800     05 RB-SW-RUN-ERROR        PIC X VALUE "N".
002810        88 RB-RUN-ERROR             VALUE "Y".

002811* Exchange holidays, loaded before the orders are dated.
002812 01 RB-HOL-TABLE.
002813     05 RB-HOL-ENTRY OCCURS 1 TO 500 TIMES
002814                     DEPENDING ON RB-HOL-COUNT
002815                     INDEXED BY RB-HOL-IDX.
002816        10 RBH-DATE          PIC 9(8).

002820* Account master, in account order for the binary search.  The
002830* position master's cash balance and the range of the account's
002840* rows in the position table hang on each entry.
002850 01 RB-ACCT-TABLE.
002860     05 RB-ACCT-ENTRY OCCURS 1 TO 500 TIMES
002870                      DEPENDING ON RB-ACCT-COUNT
002880                      ASCENDING KEY IS RBA-ACCOUNT
002890                      INDEXED BY RB-ACCT-IDX.
002900        10 RBA-ACCOUNT       PIC X(4).
002910        10 RBA-HOLDER-NAME   PIC X(25).
002920        10 RBA-TYPE          PIC X(4).
002930        10 RBA-STATUS        PIC X.
002940           88 RBA-IS-CLOSED      VALUE "C".
002950        10 RBA-MODEL         PIC X(4).
002960        10 RBA-CASH          PIC S9(9)V99.
002970        10 RBA-POS-FIRST     PIC 9(5) COMP.
002980        10 RBA-POS-COUNT     PIC 9(5) COMP.

002990* Model headers, in model order.  A model whose weights do not
003000* total 100.00 is kept, so its accounts are reported, but is
003010* not usable for proposals.
003020 01 RB-MODEL-TABLE.
003030     05 RB-MODEL-ENTRY OCCURS 1 TO 200 TIMES
003040                       DEPENDING ON RB-MODEL-COUNT
003050                       ASCENDING KEY IS RBM-MODEL
003060                       INDEXED BY RB-MDL-IDX.
003070        10 RBM-MODEL         PIC X(4).
003080        10 RBM-DESCRIPTION   PIC X(25).
003090        10 RBM-TOLERANCE     PIC 9(3)V99.
003100        10 RBM-USABLE-FLAG   PIC X.
003110           88 RBM-IS-USABLE      VALUE "Y".

003120* Model sector rows, in model and sector order so each model's
003130* rows sit together.
003140 01 RB-MSEC-TABLE.
003150     05 RB-MSEC-ENTRY OCCURS 1 TO 2000 TIMES
003160                      DEPENDING ON RB-MSEC-COUNT
003170                      ASCENDING KEY IS RBX-KEY
003180                      INDEXED BY RB-MSEC-IDX.
003190        10 RBX-KEY.
003200           15 RBX-MODEL      PIC X(4).
003210           15 RBX-SECTOR     PIC X(4).
003220        10 RBX-TARGET-PCT    PIC 9(3)V99.
003230        10 RBX-BUY-SYMBOL    PIC X(7).

003240 01 RB-MSEC-LOOKUP-KEY.
003250     05 RB-MSEC-LOOKUP-MODEL  PIC X(4).
003260     05 RB-MSEC-LOOKUP-SECTOR PIC X(4).

003270* Stock master - today's close, currency and sector by symbol.
003280 01 RB-STOCK-TABLE.
003290     05 RB-STOCK-ENTRY OCCURS 1 TO 10000 TIMES
003300                       DEPENDING ON RB-STOCK-COUNT
003310                       ASCENDING KEY IS RBS-SYMBOL
003320                       INDEXED BY RB-STK-IDX.
003330        10 RBS-SYMBOL        PIC X(7).
003340        10 RBS-PRICE         PIC 9(4)V99.
003350        10 RBS-CURRENCY      PIC X(3).
003360        10 RBS-SECTOR        PIC X(4).

003370* Today's FX rates to CAD.
003380 01 RB-FX-TABLE.
003390     05 RB-FX-ENTRY OCCURS 50 TIMES
003400                    INDEXED BY RB-FX-IDX.
003410        10 RBF-CURRENCY      PIC X(3).
003420        10 RBF-RATE          PIC 9(3)V9999.

003430* Holdings from the position master in account and symbol
003440* order, each priced once in CAD after the stock master and FX
003450* are loaded.  The unit value is one share's CAD value.
003460 01 RB-POS-TABLE.
003470     05 RB-POS-ENTRY OCCURS 1 TO 10000 TIMES
003480                     DEPENDING ON RB-POS-COUNT
003490                     ASCENDING KEY IS RBP-KEY
003500                     INDEXED BY RB-POS-IDX.
003510        10 RBP-KEY.
003520           15 RBP-ACCOUNT    PIC X(4).
003530           15 RBP-SYMBOL     PIC X(7).
003540        10 RBP-SHARES        PIC 9(7).
003550        10 RBP-SECTOR        PIC X(4).
003560        10 RBP-PRICE         PIC 9(4)V99.
003570        10 RBP-UNIT-VALUE    PIC 9(7)V9(6).
003580        10 RBP-VALUE         PIC S9(11)V99.
003590        10 RBP-PRICED-FLAG   PIC X.
003600           88 RBP-IS-PRICED      VALUE "Y".

003610 01 RB-POS-LOOKUP-KEY.
003620     05 RB-POS-LOOKUP-ACCOUNT PIC X(4).
003630     05 RB-POS-LOOKUP-SYMBOL  PIC X(7).

003640* Per-account sector work table, rebuilt for every account:
003650* the model's target for each of its sectors, and the account's
003660* CAD value in every sector it holds, modelled or not.
003670 01 RB-WSEC-TABLE.
003680     05 RB-WSEC-ENTRY OCCURS 50 TIMES
003690                      INDEXED BY RB-WSEC-IDX.
003700        10 RBW-SECTOR        PIC X(4).
003710        10 RBW-TARGET-PCT    PIC 9(3)V99.
003720        10 RBW-BUY-SYMBOL    PIC X(7).
003730        10 RBW-VALUE         PIC S9(11)V99.
003740        10 RBW-IN-MODEL-FLAG PIC X.
003750           88 RBW-IS-IN-MODEL    VALUE "Y".

003760* Report lines.
003770 01 RB-TITLE-LINE.
003780     05 FILLER PIC X(39)
003790               VALUE "MODEL DRIFT AND REBALANCING PROPOSALS -".
003800     05 FILLER PIC X(17) VALUE " POSITIONS AS OF ".
003810     05 RB-TTL-DATE       PIC 9(8).

003820 01 RB-ACCT-LINE.
003830     05 FILLER            PIC X(8) VALUE "ACCOUNT ".
003840     05 RB-AL-ACCOUNT     PIC X(4).
003850     05 FILLER            PIC X(2) VALUE SPACES.
003860     05 RB-AL-HOLDER      PIC X(25).
003870     05 FILLER            PIC X(1) VALUE SPACES.
003880     05 RB-AL-TYPE        PIC X(4).
003890     05 FILLER            PIC X(8) VALUE "  MODEL ".
003900     05 RB-AL-MODEL       PIC X(4).
003910     05 FILLER            PIC X(1) VALUE SPACES.
003920     05 RB-AL-DESCRIPTION PIC X(25).
003930     05 RB-AL-TOL-TEXT    PIC X(12).
003940     05 RB-AL-TOLERANCE   PIC ZZ9.99 BLANK WHEN ZERO.
003950     05 RB-AL-PCT-TEXT    PIC X(2).

003960 01 RB-VALUE-LINE.
003970     05 FILLER            PIC X(16) VALUE "    TOTAL VALUE ".
003980     05 RB-VL-TOTAL       PIC $$$,$$$,$$9.99-.
003990     05 FILLER            PIC X(8) VALUE "   CASH ".
004000     05 RB-VL-CASH        PIC $$$,$$$,$$9.99-.

004010 01 RB-SECTOR-HEADER.
004020     05 FILLER PIC X(4)  VALUE SPACES.
004030     05 FILLER PIC X(6)  VALUE "SECTOR".
004040     05 FILLER PIC X(2)  VALUE SPACES.
004050     05 FILLER PIC X(15) VALUE "   ACTUAL VALUE".
004060     05 FILLER PIC X(2)  VALUE SPACES.
004070     05 FILLER PIC X(8)  VALUE " ACTUAL%".
004080     05 FILLER PIC X(2)  VALUE SPACES.
004090     05 FILLER PIC X(8)  VALUE " TARGET%".
004100     05 FILLER PIC X(2)  VALUE SPACES.
004110     05 FILLER PIC X(8)  VALUE "  DRIFT ".

004120 01 RB-SECTOR-LINE.
004130     05 FILLER            PIC X(4) VALUE SPACES.
004140     05 RB-SL-SECTOR      PIC X(6).
004150     05 FILLER            PIC X(2) VALUE SPACES.
004160     05 RB-SL-VALUE       PIC $$$,$$$,$$9.99-.
004170     05 FILLER            PIC X(2) VALUE SPACES.
004180     05 RB-SL-ACTUAL      PIC ZZZ9.99-.
004190     05 FILLER            PIC X(2) VALUE SPACES.
004200     05 RB-SL-TARGET      PIC ZZZ9.99-.
004210     05 FILLER            PIC X(2) VALUE SPACES.
004220     05 RB-SL-DRIFT       PIC ZZZ9.99-.
004230     05 FILLER            PIC X(2) VALUE SPACES.
004240     05 RB-SL-NOTE        PIC X(26).

004250 01 RB-ORDER-LINE.
004260     05 FILLER            PIC X(4) VALUE SPACES.
004270     05 RB-OL-ACTION      PIC X(13).
004280     05 FILLER            PIC X(1) VALUE SPACES.
004290     05 RB-OL-SYMBOL      PIC X(7).
004300     05 FILLER            PIC X(2) VALUE SPACES.
004310     05 RB-OL-QUANTITY    PIC ZZ,ZZ9.
004320     05 FILLER            PIC X(3) VALUE " @ ".
004330     05 RB-OL-PRICE       PIC Z,ZZ9.99.
004340     05 FILLER            PIC X(2) VALUE SPACES.
004350     05 RB-OL-AMOUNT      PIC $$$,$$$,$$9.99.
004360     05 FILLER            PIC X(2) VALUE SPACES.
004370     05 RB-OL-SECTOR      PIC X(4).
004380     05 FILLER            PIC X(2) VALUE SPACES.
004390     05 RB-OL-NOTE        PIC X(20).

004400 01 RB-NOTE-LINE.
004410     05 FILLER            PIC X(4) VALUE SPACES.
004420     05 RB-NL-TEXT        PIC X(80).

004430 01 RB-MODEL-EXC-LINE.
004440     05 FILLER            PIC X(11) VALUE "MODEL FILE ".
004450     05 RB-MX-MODEL       PIC X(4).
004460     05 FILLER            PIC X(1) VALUE SPACES.
004470     05 RB-MX-SECTOR      PIC X(4).
004480     05 FILLER            PIC X(2) VALUE SPACES.
004490     05 RB-MX-REASON      PIC X(50).

004500 PROCEDURE DIVISION.
004510*----------------------------------------------------------------
004520* 0000-MAINLINE - load the account master, the carried positions
004530* and cash, the models and today's prices and FX; price the
004540* holdings once; then measure drift and propose orders account
004550* by account, and close with the control totals.
004560*----------------------------------------------------------------
004570 0000-MAINLINE.
004580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004590     IF RB-RUN-ERROR
004600         PERFORM 9999-TERMINATE THRU 9999-EXIT
004610         STOP RUN
004620     END-IF.
004630     PERFORM 2000-PRICE-POSITIONS THRU 2000-EXIT.
004640     PERFORM 3000-PROCESS-ACCOUNT THRU 3000-EXIT
004650         VARYING RB-ACCT-SUB FROM 1 BY 1
004660         UNTIL RB-ACCT-SUB > RB-ACCT-COUNT.
004670     PERFORM 8500-WRITE-CONTROL-TOTALS THRU 8500-EXIT.
004680     PERFORM 9999-TERMINATE THRU 9999-EXIT.
004690     STOP RUN.

004700*----------------------------------------------------------------
004710* 1000-INITIALIZE - open the outputs and load the reference
004720* data.  The account master, the position master and the model
004730* file are all required: without any one of them there is
004740* nothing to measure, so the reason goes on the report and the
004750* run ends RC 8 for the scheduler.
004760*----------------------------------------------------------------
004770 1000-INITIALIZE.
004780     OPEN OUTPUT REBAL-REPORT-OUT.
004790     OPEN OUTPUT ORDER-FILE-OUT.
004800     PERFORM 1100-LOAD-ACCOUNTS THRU 1100-EXIT.
004810     IF RB-RUN-ERROR
004820         GO TO 1000-EXIT
004830     END-IF.
004840     PERFORM 1200-LOAD-POSITION-MASTER THRU 1200-EXIT.
004850     IF RB-RUN-ERROR
004860         GO TO 1000-EXIT
004870     END-IF.
004880     MOVE RB-CYCLE-DATE TO RB-TTL-DATE.
004885     PERFORM 1280-LOAD-HOLIDAYS THRU 1280-EXIT.
004890     PERFORM 1260-DERIVE-ORDER-DATE THRU 1260-EXIT.
004900     MOVE SPACES TO REBAL-REPORT-RECORD.
004910     WRITE REBAL-REPORT-RECORD FROM RB-TITLE-LINE.
004920     PERFORM 1300-LOAD-MODELS THRU 1300-EXIT.
004930     IF RB-RUN-ERROR
004940         GO TO 1000-EXIT
004950     END-IF.
004960     OPEN INPUT STOCK-FILE-IN.
004970     PERFORM 1450-READ-STOCK THRU 1450-EXIT.
004980     PERFORM 1460-LOAD-STOCK-TABLE THRU 1460-EXIT
004990         UNTIL RB-EOF-STOCK.
005000     CLOSE STOCK-FILE-IN.
005010     OPEN INPUT FX-RATE-FILE-IN.
005020     PERFORM 1500-READ-FX-RATE THRU 1500-EXIT.
005030     PERFORM 1510-LOAD-FX-TABLE THRU 1510-EXIT
005040         UNTIL RB-EOF-FX.
005050     CLOSE FX-RATE-FILE-IN.
005060 1000-EXIT.
005070     EXIT.

005080 1100-LOAD-ACCOUNTS.
005090     OPEN INPUT ACCOUNT-FILE-IN.
005100     IF RB-ACM-FILE-STATUS = "35"
005110         MOVE "NO ACCOUNT MASTER - RC 8" TO REBAL-REPORT-RECORD
005120         WRITE REBAL-REPORT-RECORD
005130         MOVE 8 TO RETURN-CODE
005140         SET RB-RUN-ERROR TO TRUE
005150         GO TO 1100-EXIT
005160     END-IF.
005170     PERFORM 1110-READ-ACCOUNT THRU 1110-EXIT.
005180     PERFORM 1120-LOAD-ACCT-TABLE THRU 1120-EXIT
005190         UNTIL RB-EOF-ACM.
005200     CLOSE ACCOUNT-FILE-IN.
005210 1100-EXIT.
005220     EXIT.

005230 1110-READ-ACCOUNT.
005240     READ ACCOUNT-FILE-IN
005250         AT END SET RB-EOF-ACM TO TRUE
005260     END-READ.
005270 1110-EXIT.
005280     EXIT.

005290*----------------------------------------------------------------
005300* 1120-LOAD-ACCT-TABLE - insert one account at its place in
005310* account order.  A duplicate or an overflow row is dropped;
005320* ACCT-MAINT already refuses both, so neither can come from a
005330* maintained master.
005340*----------------------------------------------------------------
005350 1120-LOAD-ACCT-TABLE.
005360     IF RB-ACCT-COUNT >= 500
005370         GO TO 1120-NEXT
005380     END-IF.
005390     MOVE ACM-ACCOUNT TO RB-LOOKUP-ACCOUNT.
005400     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
005410     IF RB-ACCT-FOUND
005420         GO TO 1120-NEXT
005430     END-IF.
005440     ADD 1 TO RB-ACCT-COUNT.
005450     MOVE RB-ACCT-COUNT TO RB-INSERT-AT.
005460     MOVE "N" TO RB-SW-INSERT-FOUND.
005470     PERFORM 1130-FIND-ACCT-INSERT THRU 1130-EXIT
005480         VARYING RB-SCAN-SUB FROM 1 BY 1
005490         UNTIL RB-SCAN-SUB >= RB-ACCT-COUNT
005500            OR RB-INSERT-FOUND.
005510     COMPUTE RB-SHIFT-SUB = RB-ACCT-COUNT - 1.
005520     PERFORM 1140-SHIFT-ACCT-ENTRY THRU 1140-EXIT
005530         UNTIL RB-SHIFT-SUB < RB-INSERT-AT.
005540     MOVE ACM-ACCOUNT     TO RBA-ACCOUNT(RB-INSERT-AT).
005550     MOVE ACM-HOLDER-NAME TO RBA-HOLDER-NAME(RB-INSERT-AT).
005560     MOVE ACM-TYPE        TO RBA-TYPE(RB-INSERT-AT).
005570     MOVE ACM-STATUS      TO RBA-STATUS(RB-INSERT-AT).
005580     MOVE ACM-MODEL       TO RBA-MODEL(RB-INSERT-AT).
005590     MOVE ZERO            TO RBA-CASH(RB-INSERT-AT).
005600     MOVE ZERO            TO RBA-POS-FIRST(RB-INSERT-AT).
005610     MOVE ZERO            TO RBA-POS-COUNT(RB-INSERT-AT).
005620 1120-NEXT.
005630     PERFORM 1110-READ-ACCOUNT THRU 1110-EXIT.
005640 1120-EXIT.
005650     EXIT.

005660 1130-FIND-ACCT-INSERT.
005670     IF RBA-ACCOUNT(RB-SCAN-SUB) > ACM-ACCOUNT
005680         MOVE RB-SCAN-SUB TO RB-INSERT-AT
005690         SET RB-INSERT-FOUND TO TRUE
005700     END-IF.
005710 1130-EXIT.
005720     EXIT.

005730 1140-SHIFT-ACCT-ENTRY.
005740     MOVE RB-ACCT-ENTRY(RB-SHIFT-SUB)
005750         TO RB-ACCT-ENTRY(RB-SHIFT-SUB + 1).
005760     SUBTRACT 1 FROM RB-SHIFT-SUB.
005770 1140-EXIT.
005780     EXIT.

005790*----------------------------------------------------------------
005800* 1200-LOAD-POSITION-MASTER - the books of record.  The control
005810* record's cycle date dates the report and the proposals; each
005820* cash record is hung on its account and each position with
005830* shares goes into the position table.  Rows for an account not
005840* on the account master are skipped - there is no model to
005850* measure them against.  A missing or headless master fails the
005860* run, as it does for the statements.
005870*----------------------------------------------------------------
005880 1200-LOAD-POSITION-MASTER.
005890     OPEN INPUT POSITION-MASTER-FILE.
005900     IF RB-POSM-FILE-STATUS = "35"
005910         MOVE "NO POSITION MASTER - RC 8" TO REBAL-REPORT-RECORD
005920         WRITE REBAL-REPORT-RECORD
005930         MOVE 8 TO RETURN-CODE
005940         SET RB-RUN-ERROR TO TRUE
005950         GO TO 1200-EXIT
005960     END-IF.
005970     PERFORM 1210-READ-MASTER THRU 1210-EXIT.
005980     IF RB-EOF-POSM OR NOT PM-IS-CONTROL
005990        OR PM-CYCLE-DATE NOT NUMERIC
006000         MOVE "BAD POSITION MASTER - RC 8" TO REBAL-REPORT-RECORD
006010         WRITE REBAL-REPORT-RECORD
006020         MOVE 8 TO RETURN-CODE
006030         SET RB-RUN-ERROR TO TRUE
006040         CLOSE POSITION-MASTER-FILE
006050         GO TO 1200-EXIT
006060     END-IF.
006070     MOVE PM-CYCLE-DATE TO RB-CYCLE-DATE.
006080     PERFORM 1210-READ-MASTER THRU 1210-EXIT.
006090     PERFORM 1220-LOAD-ONE-MASTER THRU 1220-EXIT
006100         UNTIL RB-EOF-POSM.
006110     CLOSE POSITION-MASTER-FILE.
006120     PERFORM 1250-MARK-ACCT-POSITIONS THRU 1250-EXIT
006130         VARYING RB-POS-SUB FROM 1 BY 1
006140         UNTIL RB-POS-SUB > RB-POS-COUNT.
006150 1200-EXIT.
006160     EXIT.

006170 1210-READ-MASTER.
006180     READ POSITION-MASTER-FILE
006190         AT END SET RB-EOF-POSM TO TRUE
006200     END-READ.
006210 1210-EXIT.
006220     EXIT.

006230 1220-LOAD-ONE-MASTER.
006240     IF PM-IS-CASH
006250         MOVE PM-CASH-ACCOUNT TO RB-LOOKUP-ACCOUNT
006260         PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT
006270         IF RB-ACCT-FOUND
006280             ADD PM-CASH-BALANCE TO RBA-CASH(RB-ACCT-FOUND-IDX)
006290         END-IF
006300     END-IF.
006310     IF PM-IS-POSITION
006320         IF PM-SHARES NUMERIC
006330             IF PM-SHARES > ZERO
006340                 PERFORM 1230-ADD-POSITION THRU 1230-EXIT
006350             END-IF
006360         END-IF
006370     END-IF.
006380     PERFORM 1210-READ-MASTER THRU 1210-EXIT.
006390 1220-EXIT.
006400     EXIT.

006410*----------------------------------------------------------------
006420* 1230-ADD-POSITION - insert the position at its place in account
006430* and symbol order (a repeated key adds to the shares already
006440* loaded).  A full table would leave accounts short of holdings
006450* and their proposals wrong, so it fails the run instead.
006460*----------------------------------------------------------------
006470 1230-ADD-POSITION.
006480     MOVE PM-ACCOUNT TO RB-LOOKUP-ACCOUNT.
006490     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
006500     IF NOT RB-ACCT-FOUND
006510         GO TO 1230-EXIT
006520     END-IF.
006530     MOVE PM-ACCOUNT TO RB-POS-LOOKUP-ACCOUNT.
006540     MOVE PM-SYMBOL  TO RB-POS-LOOKUP-SYMBOL.
006550     PERFORM 5600-FIND-POSITION THRU 5600-EXIT.
006560     IF RB-POS-FOUND
006570         ADD PM-SHARES TO RBP-SHARES(RB-POS-FOUND-IDX)
006580         GO TO 1230-EXIT
006590     END-IF.
006600     IF RB-POS-COUNT >= 10000
006610         MOVE "POSITION TABLE OVERFLOW - RC 8"
006620             TO REBAL-REPORT-RECORD
006630         WRITE REBAL-REPORT-RECORD
006640         MOVE 8 TO RETURN-CODE
006650         SET RB-RUN-ERROR TO TRUE
006660         SET RB-EOF-POSM TO TRUE
006670         GO TO 1230-EXIT
006680     END-IF.
006690     ADD 1 TO RB-POS-COUNT.
006700     MOVE RB-POS-COUNT TO RB-INSERT-AT.
006710     MOVE "N" TO RB-SW-INSERT-FOUND.
006720     PERFORM 1232-FIND-POS-INSERT THRU 1232-EXIT
006730         VARYING RB-SCAN-SUB FROM 1 BY 1
006740         UNTIL RB-SCAN-SUB >= RB-POS-COUNT
006750            OR RB-INSERT-FOUND.
006760     COMPUTE RB-SHIFT-SUB = RB-POS-COUNT - 1.
006770     PERFORM 1234-SHIFT-POS-ENTRY THRU 1234-EXIT
006780         UNTIL RB-SHIFT-SUB < RB-INSERT-AT.
006790     MOVE RB-POS-LOOKUP-KEY TO RBP-KEY(RB-INSERT-AT).
006800     MOVE PM-SHARES         TO RBP-SHARES(RB-INSERT-AT).
006810     MOVE SPACES            TO RBP-SECTOR(RB-INSERT-AT).
006820     MOVE ZERO              TO RBP-PRICE(RB-INSERT-AT).
006830     MOVE ZERO              TO RBP-UNIT-VALUE(RB-INSERT-AT).
006840     MOVE ZERO              TO RBP-VALUE(RB-INSERT-AT).
006850     MOVE "N"               TO RBP-PRICED-FLAG(RB-INSERT-AT).
006860 1230-EXIT.
006870     EXIT.

006880 1232-FIND-POS-INSERT.
006890     IF RBP-KEY(RB-SCAN-SUB) > RB-POS-LOOKUP-KEY
006900         MOVE RB-SCAN-SUB TO RB-INSERT-AT
006910         SET RB-INSERT-FOUND TO TRUE
006920     END-IF.
006930 1232-EXIT.
006940     EXIT.

006950 1234-SHIFT-POS-ENTRY.
006960     MOVE RB-POS-ENTRY(RB-SHIFT-SUB)
006970         TO RB-POS-ENTRY(RB-SHIFT-SUB + 1).
006980     SUBTRACT 1 FROM RB-SHIFT-SUB.
006990 1234-EXIT.
007000     EXIT.

007010*----------------------------------------------------------------
007020* 1250-MARK-ACCT-POSITIONS - with the position table complete,
007030* note on each account where its rows start and how many there
007040* are, so an account's holdings can be walked directly.
007050*----------------------------------------------------------------
007060 1250-MARK-ACCT-POSITIONS.
007070     MOVE RBP-ACCOUNT(RB-POS-SUB) TO RB-LOOKUP-ACCOUNT.
007080     PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT.
007090     IF NOT RB-ACCT-FOUND
007100         GO TO 1250-EXIT
007110     END-IF.
007120     IF RBA-POS-COUNT(RB-ACCT-FOUND-IDX) = ZERO
007130         MOVE RB-POS-SUB TO RBA-POS-FIRST(RB-ACCT-FOUND-IDX)
007140     END-IF.
007150     ADD 1 TO RBA-POS-COUNT(RB-ACCT-FOUND-IDX).
007160 1250-EXIT.
007170     EXIT.

007180*----------------------------------------------------------------
007190* 1260-DERIVE-ORDER-DATE - the proposed orders are dated the
007200* first business day after the cycle date, so the next nightly
007210* run takes an approved order as new activity rather than
007220* rejecting it as already on the master.  Day 1 of the integer
007230* date calendar (1601-01-01) was a Monday, so the day number's
007240* remainder by 7 is 6 on a Saturday and 0 on a Sunday; a
007245* weekday on the holiday calendar is skipped as well.
007250*----------------------------------------------------------------
007260 1260-DERIVE-ORDER-DATE.
007270     COMPUTE RB-DAY-INT = FUNCTION INTEGER-OF-DATE(RB-CYCLE-DATE).
007280     MOVE "N" TO RB-SW-BUSINESS-DAY.
007290     PERFORM 1270-STEP-ONE-DAY THRU 1270-EXIT
007300         UNTIL RB-BUSINESS-DAY.
007330 1260-EXIT.
007340     EXIT.

007350 1270-STEP-ONE-DAY.
007360     ADD 1 TO RB-DAY-INT.
007370     DIVIDE RB-DAY-INT BY 7 GIVING RB-DAY-QUOT
007380         REMAINDER RB-WEEKDAY.
007380     IF RB-WEEKDAY = 6 OR RB-WEEKDAY = 0
007381         GO TO 1270-EXIT
007382     END-IF.
007382     COMPUTE RB-ORDER-DATE =
007383         FUNCTION DATE-OF-INTEGER(RB-DAY-INT).
007384     MOVE "N" TO RB-SW-HOLIDAY.
007385     PERFORM 1272-CHECK-ONE-HOLIDAY THRU 1272-EXIT
007385         VARYING RB-HOL-IDX FROM 1 BY 1
007386         UNTIL RB-HOL-IDX > RB-HOL-COUNT
007387            OR RB-IS-HOLIDAY.
007387     IF NOT RB-IS-HOLIDAY
007388         SET RB-BUSINESS-DAY TO TRUE
007389     END-IF.
007390 1270-EXIT.
007390     EXIT.

007390 1272-CHECK-ONE-HOLIDAY.
007390     IF RBH-DATE(RB-HOL-IDX) = RB-ORDER-DATE
007390         SET RB-IS-HOLIDAY TO TRUE
007391     END-IF.
007391 1272-EXIT.
007391     EXIT.

007391*----------------------------------------------------------------
007392* 1280-LOAD-HOLIDAYS - load the exchange holiday calendar the
007392* order date steps over.  The file is optional; no file means
007392* only weekends are skipped.  A row whose date is not numeric
007392* is skipped.
007393*----------------------------------------------------------------
007393 1280-LOAD-HOLIDAYS.
007393     OPEN INPUT HOLIDAY-FILE-IN.
007393     IF RB-HOL-FILE-STATUS = "35"
007394         GO TO 1280-EXIT
007394     END-IF.
007394     PERFORM 1282-READ-HOLIDAY THRU 1282-EXIT.
007394     PERFORM 1284-LOAD-HOLIDAY-TABLE THRU 1284-EXIT
007395         UNTIL RB-EOF-HOL.
007395     CLOSE HOLIDAY-FILE-IN.
007395 1280-EXIT.
007395     EXIT.

007396 1282-READ-HOLIDAY.
007396     READ HOLIDAY-FILE-IN
007396         AT END SET RB-EOF-HOL TO TRUE
007396     END-READ.
007397 1282-EXIT.
007397     EXIT.

007397 1284-LOAD-HOLIDAY-TABLE.
007397     IF HOL-DATE NOT NUMERIC OR RB-HOL-COUNT >= 500
007398         GO TO 1284-NEXT
007398     END-IF.
007398     ADD 1 TO RB-HOL-COUNT.
007398     SET RB-HOL-IDX TO RB-HOL-COUNT.
007399     MOVE HOL-DATE TO RBH-DATE(RB-HOL-IDX).
007399 1284-NEXT.
007399     PERFORM 1282-READ-HOLIDAY THRU 1282-EXIT.
007399 1284-EXIT.
007400     EXIT.

007410*----------------------------------------------------------------
007420* 1300-LOAD-MODELS - load the model headers and sector rows.
007430* A bad row is listed as a model file exception at the top of
007440* the report and dropped; once loaded, every model's weights
007450* are totalled in 1350.
007460*----------------------------------------------------------------
007470 1300-LOAD-MODELS.
007480     OPEN INPUT MODEL-FILE-IN.
007490     IF RB-MDL-FILE-STATUS = "35"
007500         MOVE "NO MODEL FILE - RC 8" TO REBAL-REPORT-RECORD
007510         WRITE REBAL-REPORT-RECORD
007520         MOVE 8 TO RETURN-CODE
007530         SET RB-RUN-ERROR TO TRUE
007540         GO TO 1300-EXIT
007550     END-IF.
007560     PERFORM 1310-READ-MODEL THRU 1310-EXIT.
007570     PERFORM 1320-LOAD-MODEL-ROW THRU 1320-EXIT
007580         UNTIL RB-EOF-MODEL.
007590     CLOSE MODEL-FILE-IN.
007600     PERFORM 1350-CHECK-MODEL-WEIGHTS THRU 1350-EXIT
007610         VARYING RB-MODEL-SUB FROM 1 BY 1
007620         UNTIL RB-MODEL-SUB > RB-MODEL-COUNT.
007630     MOVE SPACES TO RB-PREV-MODEL.
007640     PERFORM 1360-CHECK-SECTOR-HEADER THRU 1360-EXIT
007650         VARYING RB-MSEC-SUB FROM 1 BY 1
007660         UNTIL RB-MSEC-SUB > RB-MSEC-COUNT.
007670 1300-EXIT.
007680     EXIT.

007690 1310-READ-MODEL.
007700     READ MODEL-FILE-IN
007710         AT END SET RB-EOF-MODEL TO TRUE
007720     END-READ.
007730 1310-EXIT.
007740     EXIT.

007750 1320-LOAD-MODEL-ROW.
007760     MOVE MDL-MODEL TO RB-MX-MODEL.
007770     MOVE SPACES TO RB-MX-SECTOR.
007780     IF MDL-MODEL = SPACES
007790         MOVE "BLANK MODEL CODE" TO RB-MX-REASON
007800         PERFORM 7900-WRITE-MODEL-EXCEPTION THRU 7900-EXIT
007810         GO TO 1320-NEXT
007820     END-IF.
007830     IF MDL-IS-HEADER
007840         PERFORM 1330-LOAD-MODEL-HEADER THRU 1330-EXIT
007850         GO TO 1320-NEXT
007860     END-IF.
007870     IF MDL-IS-SECTOR
007880         PERFORM 1340-LOAD-MODEL-SECTOR THRU 1340-EXIT
007890         GO TO 1320-NEXT
007900     END-IF.
007910     MOVE "UNKNOWN ROW TYPE" TO RB-MX-REASON.
007920     PERFORM 7900-WRITE-MODEL-EXCEPTION THRU 7900-EXIT.
007930 1320-NEXT.
007940     PERFORM 1310-READ-MODEL THRU 1310-EXIT.
007950 1320-EXIT.
007960     EXIT.

007970*----------------------------------------------------------------
007980* 1330-LOAD-MODEL-HEADER - insert one model header at its place
007990* in model order.
008000*----------------------------------------------------------------
008010 1330-LOAD-MODEL-HEADER.
008020     IF MDL-TOLERANCE NOT NUMERIC
008030         MOVE "TOLERANCE NOT NUMERIC" TO RB-MX-REASON
008040         PERFORM 7900-WRITE-MODEL-EXCEPTION THRU 7900-EXIT
008050         GO TO 1330-EXIT
008060     END-IF.
008070     MOVE MDL-MODEL TO RB-LOOKUP-MODEL.
008080     PERFORM 5100-FIND-MODEL THRU 5100-EXIT.
008090     IF RB-MODEL-FOUND
008100         MOVE "DUPLICATE MODEL HEADER" TO RB-MX-REASON
008110         PERFORM 7900-WRITE-MODEL-EXCEPTION THRU 7900-EXIT
008120         GO TO 1330-EXIT
008130     END-IF.
008140     IF RB-MODEL-COUNT >= 200
008150         MOVE "MODEL TABLE FULL" TO RB-MX-REASON
008160         PERFORM 7900-WRITE-MODEL-EXCEPTION THRU 7900-EXIT
008170         GO TO 1330-EXIT
008180     END-IF.
008190     ADD 1 TO RB-MODEL-COUNT.
008200     MOVE RB-MODEL-COUNT TO RB-INSERT-AT.
008210     MOVE "N" TO RB-SW-INSERT-FOUND.
008220     PERFORM 1332-FIND-MODEL-INSERT THRU 1332-EXIT
008230         VARYING RB-SCAN-SUB FROM 1 BY 1
008240         UNTIL RB-SCAN-SUB >= RB-MODEL-COUNT
008250            OR RB-INSERT-FOUND.
008260     COMPUTE RB-SHIFT-SUB = RB-MODEL-COUNT - 1.
008270     PERFORM 1334-SHIFT-MODEL-ENTRY THRU 1334-EXIT
008280         UNTIL RB-SHIFT-SUB < RB-INSERT-AT.
008290     MOVE MDL-MODEL       TO RBM-MODEL(RB-INSERT-AT).
008300     MOVE MDL-DESCRIPTION TO RBM-DESCRIPTION(RB-INSERT-AT).
008310     MOVE MDL-TOLERANCE   TO RBM-TOLERANCE(RB-INSERT-AT).
008320     MOVE "N"             TO RBM-USABLE-FLAG(RB-INSERT-AT).
008330 1330-EXIT.
008340     EXIT.

008350 1332-FIND-MODEL-INSERT.
008360     IF RBM-MODEL(RB-SCAN-SUB) > MDL-MODEL
008370         MOVE RB-SCAN-SUB TO RB-INSERT-AT
008380         SET RB-INSERT-FOUND TO TRUE
008390     END-IF.
008400 1332-EXIT.
008410     EXIT.

008420 1334-SHIFT-MODEL-ENTRY.
008430     MOVE RB-MODEL-ENTRY(RB-SHIFT-SUB)
008440         TO RB-MODEL-ENTRY(RB-SHIFT-SUB + 1).
008450     SUBTRACT 1 FROM RB-SHIFT-SUB.
008460 1334-EXIT.
008470     EXIT.

008480*----------------------------------------------------------------
008490* 1340-LOAD-MODEL-SECTOR - insert one sector row at its place in
008500* model and sector order.  A model is limited to 49 sectors
008510* besides cash, the size of the per-account work table.
008520*----------------------------------------------------------------
008530 1340-LOAD-MODEL-SECTOR.
008540     MOVE MDL-SECTOR TO RB-MX-SECTOR.
008550     IF MDL-SECTOR = SPACES
008560         MOVE "BLANK SECTOR CODE" TO RB-MX-REASON
008570         PERFORM 7900-WRITE-MODEL-EXCEPTION THRU 7900-EXIT
008580         GO TO 1340-EXIT
008590     END-IF.
008600     IF MDL-TARGET-PCT NOT NUMERIC
008610         MOVE "TARGET WEIGHT NOT NUMERIC" TO RB-MX-REASON
008620         PERFORM 7900-WRITE-MODEL-EXCEPTION THRU 7900-EXIT
008630         GO TO 1340-EXIT
008640     END-IF.
008650     MOVE MDL-MODEL  TO RB-MSEC-LOOKUP-MODEL.
008660     MOVE MDL-SECTOR TO RB-MSEC-LOOKUP-SECTOR.
008670     PERFORM 5200-FIND-MODEL-SECTOR THRU 5200-EXIT.
008680     IF RB-MSEC-FOUND
008690         MOVE "DUPLICATE SECTOR ROW" TO RB-MX-REASON
008700         PERFORM 7900-WRITE-MODEL-EXCEPTION THRU 7900-EXIT
008710         GO TO 1340-EXIT
008720     END-IF.
008730     IF RB-MSEC-COUNT >= 2000
008740         MOVE "MODEL SECTOR TABLE FULL" TO RB-MX-REASON
008750         PERFORM 7900-WRITE-MODEL-EXCEPTION THRU 7900-EXIT
008760         GO TO 1340-EXIT
008770     END-IF.
008780     ADD 1 TO RB-MSEC-COUNT.
008790     MOVE RB-MSEC-COUNT TO RB-INSERT-AT.
008800     MOVE "N" TO RB-SW-INSERT-FOUND.
008810     PERFORM 1342-FIND-MSEC-INSERT THRU 1342-EXIT
008820         VARYING RB-SCAN-SUB FROM 1 BY 1
008830         UNTIL RB-SCAN-SUB >= RB-MSEC-COUNT
008840            OR RB-INSERT-FOUND.
008850     COMPUTE RB-SHIFT-SUB = RB-MSEC-COUNT - 1.
008860     PERFORM 1344-SHIFT-MSEC-ENTRY THRU 1344-EXIT
008870         UNTIL RB-SHIFT-SUB < RB-INSERT-AT.
008880     MOVE RB-MSEC-LOOKUP-KEY TO RBX-KEY(RB-INSERT-AT).
008890     MOVE MDL-TARGET-PCT     TO RBX-TARGET-PCT(RB-INSERT-AT).
008900     MOVE MDL-BUY-SYMBOL     TO RBX-BUY-SYMBOL(RB-INSERT-AT).
008910 1340-EXIT.
008920     EXIT.

008930 1342-FIND-MSEC-INSERT.
008940     IF RBX-KEY(RB-SCAN-SUB) > RB-MSEC-LOOKUP-KEY
008950         MOVE RB-SCAN-SUB TO RB-INSERT-AT
008960         SET RB-INSERT-FOUND TO TRUE
008970     END-IF.
008980 1342-EXIT.
008990     EXIT.

009000 1344-SHIFT-MSEC-ENTRY.
009010     MOVE RB-MSEC-ENTRY(RB-SHIFT-SUB)
009020         TO RB-MSEC-ENTRY(RB-SHIFT-SUB + 1).
009030     SUBTRACT 1 FROM RB-SHIFT-SUB.
009040 1344-EXIT.
009050     EXIT.

009060*----------------------------------------------------------------
009070* 1350-CHECK-MODEL-WEIGHTS - total one model's sector weights,
009080* cash included.  Only a model totalling exactly 100.00 with no
009090* more sectors than the work table holds is usable for
009100* proposals; any other is listed as an exception, and its
009110* accounts are reported without orders.
009120*----------------------------------------------------------------
009130 1350-CHECK-MODEL-WEIGHTS.
009140     MOVE ZERO TO RB-WEIGHT-TOTAL.
009150     MOVE ZERO TO RB-WSEC-COUNT.
009160     PERFORM 1352-ADD-MODEL-WEIGHT THRU 1352-EXIT
009170         VARYING RB-MSEC-SUB FROM 1 BY 1
009180         UNTIL RB-MSEC-SUB > RB-MSEC-COUNT.
009190     MOVE RBM-MODEL(RB-MODEL-SUB) TO RB-MX-MODEL.
009200     MOVE SPACES TO RB-MX-SECTOR.
009210     IF RB-WSEC-COUNT > 49
009220         MOVE "MORE THAN 49 SECTORS" TO RB-MX-REASON
009230         PERFORM 7900-WRITE-MODEL-EXCEPTION THRU 7900-EXIT
009240         GO TO 1350-EXIT
009250     END-IF.
009260     IF RB-WEIGHT-TOTAL NOT = 100
009270         MOVE RB-WEIGHT-TOTAL TO RB-PCT-EDIT
009280         MOVE SPACES TO RB-MX-REASON
009290         STRING "WEIGHTS TOTAL " DELIMITED BY SIZE
009300                RB-PCT-EDIT DELIMITED BY SIZE
009310                ", NOT 100.00" DELIMITED BY SIZE
009320             INTO RB-MX-REASON
009330         END-STRING
009340         PERFORM 7900-WRITE-MODEL-EXCEPTION THRU 7900-EXIT
009350         GO TO 1350-EXIT
009360     END-IF.
009370     MOVE "Y" TO RBM-USABLE-FLAG(RB-MODEL-SUB).
009380 1350-EXIT.
009390     EXIT.

009400 1352-ADD-MODEL-WEIGHT.
009410     IF RBX-MODEL(RB-MSEC-SUB) = RBM-MODEL(RB-MODEL-SUB)
009420         ADD RBX-TARGET-PCT(RB-MSEC-SUB) TO RB-WEIGHT-TOTAL
009430         IF RBX-SECTOR(RB-MSEC-SUB) NOT = "CASH"
009440             ADD 1 TO RB-WSEC-COUNT
009450         END-IF
009460     END-IF.
009470 1352-EXIT.
009480     EXIT.

009490*----------------------------------------------------------------
009500* 1360-CHECK-SECTOR-HEADER - sector rows for a model code with
009510* no header row can never be used; list the model once.
009520*----------------------------------------------------------------
009530 1360-CHECK-SECTOR-HEADER.
009540     IF RBX-MODEL(RB-MSEC-SUB) = RB-PREV-MODEL
009550         GO TO 1360-EXIT
009560     END-IF.
009570     MOVE RBX-MODEL(RB-MSEC-SUB) TO RB-PREV-MODEL.
009580     MOVE RBX-MODEL(RB-MSEC-SUB) TO RB-LOOKUP-MODEL.
009590     PERFORM 5100-FIND-MODEL THRU 5100-EXIT.
009600     IF NOT RB-MODEL-FOUND
009610         MOVE RBX-MODEL(RB-MSEC-SUB) TO RB-MX-MODEL
009620         MOVE SPACES TO RB-MX-SECTOR
009630         MOVE "SECTOR ROWS BUT NO HEADER ROW" TO RB-MX-REASON
009640         PERFORM 7900-WRITE-MODEL-EXCEPTION THRU 7900-EXIT
009650     END-IF.
009660 1360-EXIT.
009670     EXIT.

009680 1450-READ-STOCK.
009690     READ STOCK-FILE-IN
009700         AT END SET RB-EOF-STOCK TO TRUE
009710     END-READ.
009720 1450-EXIT.
009730     EXIT.

009740*----------------------------------------------------------------
009750* 1460-LOAD-STOCK-TABLE - insert one symbol at its place in
009760* symbol order.  A non-numeric close loads as zero, which
009770* leaves the symbol unpriced; a blank sector code joins the
009780* "????" pool the nightly run's sector summary uses.
009790*----------------------------------------------------------------
009800 1460-LOAD-STOCK-TABLE.
009810     IF RB-STOCK-COUNT >= 10000
009820         GO TO 1460-NEXT
009830     END-IF.
009840     ADD 1 TO RB-STOCK-COUNT.
009850     MOVE RB-STOCK-COUNT TO RB-INSERT-AT.
009860     MOVE "N" TO RB-SW-INSERT-FOUND.
009870     PERFORM 1462-FIND-STOCK-INSERT THRU 1462-EXIT
009880         VARYING RB-SCAN-SUB FROM 1 BY 1
009890         UNTIL RB-SCAN-SUB >= RB-STOCK-COUNT
009900            OR RB-INSERT-FOUND.
009910     COMPUTE RB-SHIFT-SUB = RB-STOCK-COUNT - 1.
009920     PERFORM 1464-SHIFT-STOCK-ENTRY THRU 1464-EXIT
009930         UNTIL RB-SHIFT-SUB < RB-INSERT-AT.
009940     MOVE STOCK-SYMBOL-S TO RBS-SYMBOL(RB-INSERT-AT).
009950     IF CLOSING-PRICE NUMERIC
009960         MOVE CLOSING-PRICE TO RBS-PRICE(RB-INSERT-AT)
009970     ELSE
009980         MOVE ZERO TO RBS-PRICE(RB-INSERT-AT)
009990     END-IF.
010000     MOVE STOCK-CURRENCY-CODE TO RBS-CURRENCY(RB-INSERT-AT).
010010     IF STOCK-SECTOR-CODE = SPACES
010020         MOVE "????" TO RBS-SECTOR(RB-INSERT-AT)
010030     ELSE
010040         MOVE STOCK-SECTOR-CODE TO RBS-SECTOR(RB-INSERT-AT)
010050     END-IF.
010060 1460-NEXT.
010070     PERFORM 1450-READ-STOCK THRU 1450-EXIT.
010080 1460-EXIT.
010090     EXIT.

010100 1462-FIND-STOCK-INSERT.
010110     IF RBS-SYMBOL(RB-SCAN-SUB) > STOCK-SYMBOL-S
010120         MOVE RB-SCAN-SUB TO RB-INSERT-AT
010130         SET RB-INSERT-FOUND TO TRUE
010140     END-IF.
010150 1462-EXIT.
010160     EXIT.

010170 1464-SHIFT-STOCK-ENTRY.
010180     MOVE RB-STOCK-ENTRY(RB-SHIFT-SUB)
010190         TO RB-STOCK-ENTRY(RB-SHIFT-SUB + 1).
010200     SUBTRACT 1 FROM RB-SHIFT-SUB.
010210 1464-EXIT.
010220     EXIT.

010230 1500-READ-FX-RATE.
010240     READ FX-RATE-FILE-IN
010250         AT END SET RB-EOF-FX TO TRUE
010260     END-READ.
010270 1500-EXIT.
010280     EXIT.

010290 1510-LOAD-FX-TABLE.
010300     IF RB-FX-COUNT >= 50
010310        OR FX-RATE-TO-CAD NOT NUMERIC
010320         GO TO 1510-NEXT
010330     END-IF.
010340     ADD 1 TO RB-FX-COUNT.
010350     SET RB-FX-IDX TO RB-FX-COUNT.
010360     MOVE FX-CURRENCY-CODE TO RBF-CURRENCY(RB-FX-IDX).
010370     MOVE FX-RATE-TO-CAD   TO RBF-RATE(RB-FX-IDX).
010380 1510-NEXT.
010390     PERFORM 1500-READ-FX-RATE THRU 1500-EXIT.
010400 1510-EXIT.
010410     EXIT.

010420*----------------------------------------------------------------
010430* 2000-PRICE-POSITIONS - value every holding in CAD at today's
010440* close and rate, and tag it with its sector.  A holding whose
010450* symbol is not on the stock master, has no close, or trades in
010460* a currency with no rate stays unpriced: unlike the ranking on
010470* the performance report, a proposal built on a guessed value
010480* would put real orders in front of an advisor, so 3000 holds
010490* back the account's orders instead.
010500*----------------------------------------------------------------
010510 2000-PRICE-POSITIONS.
010520     PERFORM 2010-PRICE-ONE-POSITION THRU 2010-EXIT
010530         VARYING RB-POS-SUB FROM 1 BY 1
010540         UNTIL RB-POS-SUB > RB-POS-COUNT.
010550 2000-EXIT.
010560     EXIT.

010570 2010-PRICE-ONE-POSITION.
010580     MOVE "????" TO RBP-SECTOR(RB-POS-SUB).
010590     MOVE RBP-SYMBOL(RB-POS-SUB) TO RB-LOOKUP-SYMBOL.
010600     PERFORM 5300-FIND-STOCK THRU 5300-EXIT.
010610     IF NOT RB-STOCK-FOUND
010620         GO TO 2010-EXIT
010630     END-IF.
010640     MOVE RBS-SECTOR(RB-STOCK-FOUND-IDX)
010650         TO RBP-SECTOR(RB-POS-SUB).
010660     IF RBS-PRICE(RB-STOCK-FOUND-IDX) = ZERO
010670         GO TO 2010-EXIT
010680     END-IF.
010690     MOVE RBS-CURRENCY(RB-STOCK-FOUND-IDX) TO RB-LOOKUP-CURRENCY.
010700     PERFORM 5400-RESOLVE-FX-RATE THRU 5400-EXIT.
010710     IF NOT RB-FX-FOUND
010720         GO TO 2010-EXIT
010730     END-IF.
010740     MOVE RBS-PRICE(RB-STOCK-FOUND-IDX) TO RBP-PRICE(RB-POS-SUB).
010750     COMPUTE RBP-UNIT-VALUE(RB-POS-SUB) =
010760         RBS-PRICE(RB-STOCK-FOUND-IDX) * RB-WORK-FX.
010770     COMPUTE RBP-VALUE(RB-POS-SUB) ROUNDED =
010780         RBP-SHARES(RB-POS-SUB) * RBP-UNIT-VALUE(RB-POS-SUB).
010790     MOVE "Y" TO RBP-PRICED-FLAG(RB-POS-SUB).
010800 2010-EXIT.
010810     EXIT.

010820*----------------------------------------------------------------
010830* 3000-PROCESS-ACCOUNT - one open account with a model: build
010840* its sector table from the model and its holdings, print the
010850* drift, and if anything is outside the model's tolerance
010860* propose the orders that bring every sector back to target -
010870* sells first, so their proceeds can fund the buys.  An account
010880* whose model is missing or unusable, that has no value, or
010890* that holds anything unpriced gets its section but no orders.
010900*----------------------------------------------------------------
010910 3000-PROCESS-ACCOUNT.
010920     IF RBA-IS-CLOSED(RB-ACCT-SUB)
010930         GO TO 3000-EXIT
010940     END-IF.
010950     IF RBA-MODEL(RB-ACCT-SUB) = SPACES
010960         ADD 1 TO RB-NO-MODEL-COUNT
010970         GO TO 3000-EXIT
010980     END-IF.
010990     ADD 1 TO RB-MODELED-COUNT.
011000     MOVE RBA-MODEL(RB-ACCT-SUB) TO RB-LOOKUP-MODEL.
011010     PERFORM 5100-FIND-MODEL THRU 5100-EXIT.
011020     PERFORM 7000-WRITE-ACCOUNT-HEADER THRU 7000-EXIT.
011030     IF NOT RB-MODEL-FOUND
011040         MOVE "MODEL NOT ON MODEL FILE - NO PROPOSAL"
011050             TO RB-NL-TEXT
011060         PERFORM 7800-WRITE-EXCEPTION-NOTE THRU 7800-EXIT
011070         GO TO 3000-EXIT
011080     END-IF.
011090     IF NOT RBM-IS-USABLE(RB-MODEL-FOUND-IDX)
011100         MOVE "MODEL FAILED ITS WEIGHT CHECK - NO PROPOSAL"
011110             TO RB-NL-TEXT
011120         PERFORM 7800-WRITE-EXCEPTION-NOTE THRU 7800-EXIT
011130         GO TO 3000-EXIT
011140     END-IF.
011150     MOVE RBM-TOLERANCE(RB-MODEL-FOUND-IDX) TO RB-TOLERANCE.
011160     PERFORM 3100-BUILD-SECTOR-TABLE THRU 3100-EXIT.
011170     PERFORM 3200-MEASURE-DRIFT THRU 3200-EXIT.
011180     IF RB-TOTAL-VALUE NOT > ZERO
011190         MOVE "NO HOLDINGS OR CASH TO MEASURE" TO RB-NL-TEXT
011200         PERFORM 7700-WRITE-NOTE THRU 7700-EXIT
011210         GO TO 3000-EXIT
011220     END-IF.
011230     IF RB-UNPRICED-COUNT > ZERO
011240         MOVE "UNPRICED HOLDINGS - DRIFT UNRELIABLE, NO PROPOSAL"
011250             TO RB-NL-TEXT
011260         PERFORM 7800-WRITE-EXCEPTION-NOTE THRU 7800-EXIT
011270         GO TO 3000-EXIT
011280     END-IF.
011290     IF NOT RB-OUT-OF-TOLERANCE
011300         MOVE "WITHIN TOLERANCE - NO ORDERS" TO RB-NL-TEXT
011310         PERFORM 7700-WRITE-NOTE THRU 7700-EXIT
011320         GO TO 3000-EXIT
011330     END-IF.
011340     ADD 1 TO RB-DRIFTED-COUNT.
011350     MOVE RBA-CASH(RB-ACCT-SUB) TO RB-CASH-AVAILABLE.
011360     PERFORM 4000-PROPOSE-SELLS THRU 4000-EXIT.
011370     PERFORM 4500-PROPOSE-BUYS THRU 4500-EXIT.
011380 3000-EXIT.
011390     EXIT.

011400*----------------------------------------------------------------
011410* 3100-BUILD-SECTOR-TABLE - one work entry per sector of the
011420* account's model with its target weight (the CASH row sets the
011430* cash target instead), then the account's holdings added in by
011440* sector - a sector the model has no row for comes in with a
011450* zero target.
011460*----------------------------------------------------------------
011470 3100-BUILD-SECTOR-TABLE.
011480     MOVE ZERO TO RB-WSEC-COUNT.
011490     MOVE ZERO TO RB-CASH-TARGET-PCT.
011500     MOVE ZERO TO RB-UNPRICED-COUNT.
011510     MOVE ZERO TO RB-HOLDINGS-VALUE.
011520     PERFORM 3110-ADD-MODEL-SECTOR THRU 3110-EXIT
011530         VARYING RB-MSEC-SUB FROM 1 BY 1
011540         UNTIL RB-MSEC-SUB > RB-MSEC-COUNT.
011550     IF RBA-POS-COUNT(RB-ACCT-SUB) = ZERO
011560         GO TO 3100-EXIT
011570     END-IF.
011580     COMPUTE RB-POS-LAST = RBA-POS-FIRST(RB-ACCT-SUB)
011590         + RBA-POS-COUNT(RB-ACCT-SUB) - 1.
011600     PERFORM 3120-ADD-HOLDING THRU 3120-EXIT
011610         VARYING RB-POS-SUB FROM RBA-POS-FIRST(RB-ACCT-SUB) BY 1
011620         UNTIL RB-POS-SUB > RB-POS-LAST.
011630 3100-EXIT.
011640     EXIT.

011650 3110-ADD-MODEL-SECTOR.
011660     IF RBX-MODEL(RB-MSEC-SUB) NOT = RBA-MODEL(RB-ACCT-SUB)
011670         GO TO 3110-EXIT
011680     END-IF.
011690     IF RBX-SECTOR(RB-MSEC-SUB) = "CASH"
011700         MOVE RBX-TARGET-PCT(RB-MSEC-SUB) TO RB-CASH-TARGET-PCT
011710         GO TO 3110-EXIT
011720     END-IF.
011730     ADD 1 TO RB-WSEC-COUNT.
011740     SET RB-WSEC-IDX TO RB-WSEC-COUNT.
011750     MOVE RBX-SECTOR(RB-MSEC-SUB) TO RBW-SECTOR(RB-WSEC-IDX).
011760     MOVE RBX-TARGET-PCT(RB-MSEC-SUB)
011770         TO RBW-TARGET-PCT(RB-WSEC-IDX).
011780     MOVE RBX-BUY-SYMBOL(RB-MSEC-SUB)
011790         TO RBW-BUY-SYMBOL(RB-WSEC-IDX).
011800     MOVE ZERO TO RBW-VALUE(RB-WSEC-IDX).
011810     MOVE "Y" TO RBW-IN-MODEL-FLAG(RB-WSEC-IDX).
011820 3110-EXIT.
011830     EXIT.

011840 3120-ADD-HOLDING.
011850     IF NOT RBP-IS-PRICED(RB-POS-SUB)
011860         ADD 1 TO RB-UNPRICED-COUNT
011870     END-IF.
011880     MOVE RBP-SECTOR(RB-POS-SUB) TO RB-LOOKUP-SECTOR.
011890     PERFORM 5500-FIND-WORK-SECTOR THRU 5500-EXIT.
011900     IF RB-WSEC-FOUND
011910         ADD RBP-VALUE(RB-POS-SUB) TO RBW-VALUE(RB-WSEC-FOUND-IDX)
011920     ELSE
011930         ADD 1 TO RB-UNPRICED-COUNT
011940     END-IF.
011950     ADD RBP-VALUE(RB-POS-SUB) TO RB-HOLDINGS-VALUE.
011960 3120-EXIT.
011970     EXIT.

011980*----------------------------------------------------------------
011990* 3200-MEASURE-DRIFT - the account's value is its priced
012000* holdings plus its cash.  Each sector's actual weight is
012010* printed against its target; drift is actual less target in
012020* percentage points, and drift beyond the model's tolerance
012030* either way marks the account for rebalancing.  The "????"
012040* pool of blank or unknown sector codes is printed but never
012050* triggers or takes part in a rebalance - it is a stock master
012060* problem, not an allocation decision.
012070*----------------------------------------------------------------
012080 3200-MEASURE-DRIFT.
012090     MOVE "N" TO RB-SW-OUT-OF-TOL.
012100     COMPUTE RB-TOTAL-VALUE =
012110         RB-HOLDINGS-VALUE + RBA-CASH(RB-ACCT-SUB).
012120     MOVE RB-TOTAL-VALUE TO RB-VL-TOTAL.
012130     MOVE RBA-CASH(RB-ACCT-SUB) TO RB-VL-CASH.
012140     MOVE SPACES TO REBAL-REPORT-RECORD.
012150     WRITE REBAL-REPORT-RECORD FROM RB-VALUE-LINE.
012160     IF RB-TOTAL-VALUE NOT > ZERO
012170         GO TO 3200-EXIT
012180     END-IF.
012190     MOVE SPACES TO REBAL-REPORT-RECORD.
012200     WRITE REBAL-REPORT-RECORD FROM RB-SECTOR-HEADER.
012210     PERFORM 3210-MEASURE-ONE-SECTOR THRU 3210-EXIT
012220         VARYING RB-WSEC-SUB FROM 1 BY 1
012230         UNTIL RB-WSEC-SUB > RB-WSEC-COUNT.
012240     MOVE "CASH" TO RB-WORK-SECTOR.
012250     MOVE RBA-CASH(RB-ACCT-SUB) TO RB-WORK-VALUE.
012260     MOVE RB-CASH-TARGET-PCT TO RB-WORK-TARGET-PCT.
012270     SET RB-WORK-IN-MODEL TO TRUE.
012280     PERFORM 3220-WRITE-DRIFT-LINE THRU 3220-EXIT.
012290 3200-EXIT.
012300     EXIT.

012310 3210-MEASURE-ONE-SECTOR.
012320     MOVE RBW-SECTOR(RB-WSEC-SUB)     TO RB-WORK-SECTOR.
012330     MOVE RBW-VALUE(RB-WSEC-SUB)      TO RB-WORK-VALUE.
012340     MOVE RBW-TARGET-PCT(RB-WSEC-SUB) TO RB-WORK-TARGET-PCT.
012350     MOVE RBW-IN-MODEL-FLAG(RB-WSEC-SUB) TO RB-SW-WORK-IN-MODEL.
012360     PERFORM 3220-WRITE-DRIFT-LINE THRU 3220-EXIT.
012370 3210-EXIT.
012380     EXIT.

012390 3220-WRITE-DRIFT-LINE.
012400     COMPUTE RB-ACTUAL-PCT ROUNDED =
012410         RB-WORK-VALUE * 100 / RB-TOTAL-VALUE.
012420     COMPUTE RB-DRIFT-PCT = RB-ACTUAL-PCT - RB-WORK-TARGET-PCT.
012430     MOVE SPACES TO RB-SL-NOTE.
012440     IF RB-WORK-SECTOR = "????"
012450         MOVE "BLANK/UNKNOWN SECTOR CODE" TO RB-SL-NOTE
012460         GO TO 3220-WRITE
012470     END-IF.
012480     IF RB-DRIFT-PCT > RB-TOLERANCE
012490         SET RB-OUT-OF-TOLERANCE TO TRUE
012500         IF RB-WORK-IN-MODEL
012510             MOVE "OVER TOLERANCE" TO RB-SL-NOTE
012520         ELSE
012530             MOVE "NOT IN MODEL - OVER" TO RB-SL-NOTE
012540         END-IF
012550         GO TO 3220-WRITE
012560     END-IF.
012570     IF RB-DRIFT-PCT + RB-TOLERANCE < ZERO
012580         SET RB-OUT-OF-TOLERANCE TO TRUE
012590         MOVE "UNDER TOLERANCE" TO RB-SL-NOTE
012600         GO TO 3220-WRITE
012610     END-IF.
012620     IF NOT RB-WORK-IN-MODEL
012630         MOVE "NOT IN MODEL" TO RB-SL-NOTE
012640     END-IF.
012650 3220-WRITE.
012660     MOVE RB-WORK-SECTOR     TO RB-SL-SECTOR.
012670     MOVE RB-WORK-VALUE      TO RB-SL-VALUE.
012680     MOVE RB-ACTUAL-PCT      TO RB-SL-ACTUAL.
012690     MOVE RB-WORK-TARGET-PCT TO RB-SL-TARGET.
012700     MOVE RB-DRIFT-PCT       TO RB-SL-DRIFT.
012710     MOVE SPACES TO REBAL-REPORT-RECORD.
012720     WRITE REBAL-REPORT-RECORD FROM RB-SECTOR-LINE.
012730 3220-EXIT.
012740     EXIT.

012750*----------------------------------------------------------------
012760* 4000-PROPOSE-SELLS - every sector above its target value is
012770* sold down toward target from the account's holdings in it,
012780* symbol by symbol, in whole shares rounded down so a sector is
012790* never sold below its target.  A sector the model gives no
012800* weight is sold out.  Each sell's proceeds, at the quantity
012810* times price the nightly run will credit, add to the cash the
012820* buys may spend.
012830*----------------------------------------------------------------
012840 4000-PROPOSE-SELLS.
012850     PERFORM 4010-SELL-ONE-SECTOR THRU 4010-EXIT
012860         VARYING RB-WSEC-SUB FROM 1 BY 1
012870         UNTIL RB-WSEC-SUB > RB-WSEC-COUNT.
012880 4000-EXIT.
012890     EXIT.

012900 4010-SELL-ONE-SECTOR.
012910     IF RBW-SECTOR(RB-WSEC-SUB) = "????"
012920         GO TO 4010-EXIT
012930     END-IF.
012940     COMPUTE RB-TARGET-VALUE ROUNDED =
012950         RB-TOTAL-VALUE * RBW-TARGET-PCT(RB-WSEC-SUB) / 100.
012960     COMPUTE RB-EXCESS =
012970         RBW-VALUE(RB-WSEC-SUB) - RB-TARGET-VALUE.
012980     IF RB-EXCESS NOT > ZERO
012990         GO TO 4010-EXIT
013000     END-IF.
013010     COMPUTE RB-POS-LAST = RBA-POS-FIRST(RB-ACCT-SUB)
013020         + RBA-POS-COUNT(RB-ACCT-SUB) - 1.
013030     PERFORM 4020-SELL-FROM-POSITION THRU 4020-EXIT
013040         VARYING RB-POS-SUB FROM RBA-POS-FIRST(RB-ACCT-SUB) BY 1
013050         UNTIL RB-POS-SUB > RB-POS-LAST
013060            OR RB-EXCESS NOT > ZERO.
013070 4010-EXIT.
013080     EXIT.

013090 4020-SELL-FROM-POSITION.
013100     IF RBP-SECTOR(RB-POS-SUB) NOT = RBW-SECTOR(RB-WSEC-SUB)
013110         GO TO 4020-EXIT
013120     END-IF.
013130     IF RBW-IS-IN-MODEL(RB-WSEC-SUB)
013140         COMPUTE RB-ORDER-QTY =
013150             RB-EXCESS / RBP-UNIT-VALUE(RB-POS-SUB)
013160             ON SIZE ERROR
013170                 MOVE RBP-SHARES(RB-POS-SUB) TO RB-ORDER-QTY
013180         END-COMPUTE
013190     ELSE
013200         MOVE RBP-SHARES(RB-POS-SUB) TO RB-ORDER-QTY
013210     END-IF.
013220     IF RB-ORDER-QTY > RBP-SHARES(RB-POS-SUB)
013230         MOVE RBP-SHARES(RB-POS-SUB) TO RB-ORDER-QTY
013240     END-IF.
013250     IF RB-ORDER-QTY > 99999
013260         MOVE 99999 TO RB-ORDER-QTY
013270     END-IF.
013280     IF RB-ORDER-QTY = ZERO
013290         GO TO 4020-EXIT
013300     END-IF.
013310     COMPUTE RB-WORK-VALUE ROUNDED =
013320         RB-ORDER-QTY * RBP-UNIT-VALUE(RB-POS-SUB).
013330     SUBTRACT RB-WORK-VALUE FROM RB-EXCESS.
013340     COMPUTE RB-ORDER-AMOUNT =
013350         RB-ORDER-QTY * RBP-PRICE(RB-POS-SUB).
013360     ADD RB-ORDER-AMOUNT TO RB-CASH-AVAILABLE.
013370     MOVE "S" TO RB-ORDER-CODE.
013380     MOVE RBP-SYMBOL(RB-POS-SUB) TO RB-ORDER-SYMBOL.
013390     MOVE RBP-PRICE(RB-POS-SUB) TO RB-ORDER-PRICE.
013400     MOVE RBW-SECTOR(RB-WSEC-SUB) TO RB-WORK-SECTOR.
013410     MOVE SPACES TO RB-ORDER-NOTE.
013420     PERFORM 7600-WRITE-ORDER THRU 7600-EXIT.
013430     ADD 1 TO RB-SELL-COUNT.
013440 4020-EXIT.
013450     EXIT.

013460*----------------------------------------------------------------
013470* 4500-PROPOSE-BUYS - every modelled sector below its target
013480* value is bought up toward target, in whole shares rounded
013490* down, in the sector's buy symbol from the model or, failing
013500* that, the account's largest holding in the sector.  Buys are
013510* funded in sector order from the account's cash plus the sell
013520* proceeds, at the quantity times price the nightly run will
013530* debit; once that is spent the remaining buys are cut back or
013540* dropped and say so - a proposal never overdraws the account.
013550*----------------------------------------------------------------
013560 4500-PROPOSE-BUYS.
013570     PERFORM 4510-BUY-ONE-SECTOR THRU 4510-EXIT
013580         VARYING RB-WSEC-SUB FROM 1 BY 1
013590         UNTIL RB-WSEC-SUB > RB-WSEC-COUNT.
013600 4500-EXIT.
013610     EXIT.

013620 4510-BUY-ONE-SECTOR.
013630     IF NOT RBW-IS-IN-MODEL(RB-WSEC-SUB)
013640         GO TO 4510-EXIT
013650     END-IF.
013660     COMPUTE RB-TARGET-VALUE ROUNDED =
013670         RB-TOTAL-VALUE * RBW-TARGET-PCT(RB-WSEC-SUB) / 100.
013680     COMPUTE RB-SHORTFALL =
013690         RB-TARGET-VALUE - RBW-VALUE(RB-WSEC-SUB).
013700     IF RB-SHORTFALL NOT > ZERO
013710         GO TO 4510-EXIT
013720     END-IF.
013730     PERFORM 4520-CHOOSE-BUY-SYMBOL THRU 4520-EXIT.
013740     IF NOT RB-BUY-FOUND
013750         MOVE SPACES TO RB-NL-TEXT
013760         STRING "NO PRICED SYMBOL TO BUY FOR SECTOR "
013770                    DELIMITED BY SIZE
013780                RBW-SECTOR(RB-WSEC-SUB) DELIMITED BY SIZE
013790             INTO RB-NL-TEXT
013800         END-STRING
013810         PERFORM 7800-WRITE-EXCEPTION-NOTE THRU 7800-EXIT
013820         GO TO 4510-EXIT
013830     END-IF.
013840     COMPUTE RB-ORDER-QTY = RB-SHORTFALL / RB-UNIT-VALUE
013850         ON SIZE ERROR
013860             MOVE 99999 TO RB-ORDER-QTY
013870     END-COMPUTE.
013880     MOVE "N" TO RB-SW-CASH-LIMITED.
013890     IF RB-CASH-AVAILABLE > ZERO
013900         COMPUTE RB-CASH-QTY = RB-CASH-AVAILABLE / RB-ORDER-PRICE
013910             ON SIZE ERROR
013920                 MOVE 99999 TO RB-CASH-QTY
013930         END-COMPUTE
013940     ELSE
013950         MOVE ZERO TO RB-CASH-QTY
013960     END-IF.
013970     IF RB-CASH-QTY < RB-ORDER-QTY
013980         MOVE RB-CASH-QTY TO RB-ORDER-QTY
013990         SET RB-CASH-LIMITED TO TRUE
014000     END-IF.
014010     IF RB-ORDER-QTY > 99999
014020         MOVE 99999 TO RB-ORDER-QTY
014030     END-IF.
014040     IF RB-ORDER-QTY = ZERO
014050         IF RB-CASH-LIMITED
014060             MOVE SPACES TO RB-NL-TEXT
014070             STRING "NOT ENOUGH CASH TO BUY FOR SECTOR "
014080                        DELIMITED BY SIZE
014090                    RBW-SECTOR(RB-WSEC-SUB) DELIMITED BY SIZE
014100                 INTO RB-NL-TEXT
014110             END-STRING
014120             PERFORM 7700-WRITE-NOTE THRU 7700-EXIT
014130         END-IF
014140         GO TO 4510-EXIT
014150     END-IF.
014160     COMPUTE RB-ORDER-AMOUNT = RB-ORDER-QTY * RB-ORDER-PRICE.
014170     SUBTRACT RB-ORDER-AMOUNT FROM RB-CASH-AVAILABLE.
014180     MOVE "B" TO RB-ORDER-CODE.
014190     MOVE RBW-SECTOR(RB-WSEC-SUB) TO RB-WORK-SECTOR.
014200     IF RB-CASH-LIMITED
014210         MOVE "CUT BACK TO CASH" TO RB-ORDER-NOTE
014220     ELSE
014230         MOVE SPACES TO RB-ORDER-NOTE
014240     END-IF.
014250     PERFORM 7600-WRITE-ORDER THRU 7600-EXIT.
014260     ADD 1 TO RB-BUY-COUNT.
014270 4510-EXIT.
014280     EXIT.

014290*----------------------------------------------------------------
014300* 4520-CHOOSE-BUY-SYMBOL - the model's buy symbol for the sector
014310* when it has one and it can be priced today; otherwise the
014320* account's largest priced holding in the sector.  Leaves the
014330* symbol, its close and one share's CAD value in the order
014340* fields.
014350*----------------------------------------------------------------
014360 4520-CHOOSE-BUY-SYMBOL.
014370     MOVE "N" TO RB-SW-BUY-FOUND.
014380     IF RBW-BUY-SYMBOL(RB-WSEC-SUB) = SPACES
014390         GO TO 4520-HOLDINGS
014400     END-IF.
014410     MOVE RBW-BUY-SYMBOL(RB-WSEC-SUB) TO RB-LOOKUP-SYMBOL.
014420     PERFORM 5300-FIND-STOCK THRU 5300-EXIT.
014430     IF NOT RB-STOCK-FOUND
014440         GO TO 4520-HOLDINGS
014450     END-IF.
014460     IF RBS-PRICE(RB-STOCK-FOUND-IDX) = ZERO
014470         GO TO 4520-HOLDINGS
014480     END-IF.
014490     MOVE RBS-CURRENCY(RB-STOCK-FOUND-IDX) TO RB-LOOKUP-CURRENCY.
014500     PERFORM 5400-RESOLVE-FX-RATE THRU 5400-EXIT.
014510     IF NOT RB-FX-FOUND
014520         GO TO 4520-HOLDINGS
014530     END-IF.
014540     MOVE RBS-SYMBOL(RB-STOCK-FOUND-IDX) TO RB-ORDER-SYMBOL.
014550     MOVE RBS-PRICE(RB-STOCK-FOUND-IDX) TO RB-ORDER-PRICE.
014560     COMPUTE RB-UNIT-VALUE = RB-ORDER-PRICE * RB-WORK-FX.
014570     SET RB-BUY-FOUND TO TRUE.
014580     GO TO 4520-EXIT.
014590 4520-HOLDINGS.
014600     IF RBA-POS-COUNT(RB-ACCT-SUB) = ZERO
014610         GO TO 4520-EXIT
014620     END-IF.
014630     MOVE ZERO TO RB-BEST-POS.
014640     COMPUTE RB-POS-LAST = RBA-POS-FIRST(RB-ACCT-SUB)
014650         + RBA-POS-COUNT(RB-ACCT-SUB) - 1.
014660     PERFORM 4530-CHECK-BEST-HOLDING THRU 4530-EXIT
014670         VARYING RB-POS-SUB FROM RBA-POS-FIRST(RB-ACCT-SUB) BY 1
014680         UNTIL RB-POS-SUB > RB-POS-LAST.
014690     IF RB-BEST-POS = ZERO
014700         GO TO 4520-EXIT
014710     END-IF.
014720     MOVE RBP-SYMBOL(RB-BEST-POS)     TO RB-ORDER-SYMBOL.
014730     MOVE RBP-PRICE(RB-BEST-POS)      TO RB-ORDER-PRICE.
014740     MOVE RBP-UNIT-VALUE(RB-BEST-POS) TO RB-UNIT-VALUE.
014750     SET RB-BUY-FOUND TO TRUE.
014760 4520-EXIT.
014770     EXIT.

014780 4530-CHECK-BEST-HOLDING.
014790     IF RBP-SECTOR(RB-POS-SUB) NOT = RBW-SECTOR(RB-WSEC-SUB)
014800        OR NOT RBP-IS-PRICED(RB-POS-SUB)
014810         GO TO 4530-EXIT
014820     END-IF.
014830     IF RB-BEST-POS = ZERO
014840         MOVE RB-POS-SUB TO RB-BEST-POS
014850         GO TO 4530-EXIT
014860     END-IF.
014870     IF RBP-VALUE(RB-POS-SUB) > RBP-VALUE(RB-BEST-POS)
014880         MOVE RB-POS-SUB TO RB-BEST-POS
014890     END-IF.
014900 4530-EXIT.
014910     EXIT.

014920*----------------------------------------------------------------
014930* 5000-FIND-ACCOUNT - binary search of the account table for
014940* RB-LOOKUP-ACCOUNT.
014950*----------------------------------------------------------------
014960 5000-FIND-ACCOUNT.
014970     MOVE "N" TO RB-SW-ACCT-FOUND.
014980     IF RB-ACCT-COUNT = ZERO
014990         GO TO 5000-EXIT
015000     END-IF.
015010     SEARCH ALL RB-ACCT-ENTRY
015020         AT END CONTINUE
015030         WHEN RBA-ACCOUNT(RB-ACCT-IDX) = RB-LOOKUP-ACCOUNT
015040             SET RB-ACCT-FOUND TO TRUE
015050             SET RB-ACCT-FOUND-IDX TO RB-ACCT-IDX
015060     END-SEARCH.
015070 5000-EXIT.
015080     EXIT.

015090*----------------------------------------------------------------
015100* 5100-FIND-MODEL - binary search of the model headers for
015110* RB-LOOKUP-MODEL.
015120*----------------------------------------------------------------
015130 5100-FIND-MODEL.
015140     MOVE "N" TO RB-SW-MODEL-FOUND.
015150     IF RB-MODEL-COUNT = ZERO
015160         GO TO 5100-EXIT
015170     END-IF.
015180     SEARCH ALL RB-MODEL-ENTRY
015190         AT END CONTINUE
015200         WHEN RBM-MODEL(RB-MDL-IDX) = RB-LOOKUP-MODEL
015210             SET RB-MODEL-FOUND TO TRUE
015220             SET RB-MODEL-FOUND-IDX TO RB-MDL-IDX
015230     END-SEARCH.
015240 5100-EXIT.
015250     EXIT.

015260*----------------------------------------------------------------
015270* 5200-FIND-MODEL-SECTOR - binary search of the model sector
015280* rows for RB-MSEC-LOOKUP-KEY.
015290*----------------------------------------------------------------
015300 5200-FIND-MODEL-SECTOR.
015310     MOVE "N" TO RB-SW-MSEC-FOUND.
015320     IF RB-MSEC-COUNT = ZERO
015330         GO TO 5200-EXIT
015340     END-IF.
015350     SEARCH ALL RB-MSEC-ENTRY
015360         AT END CONTINUE
015370         WHEN RBX-KEY(RB-MSEC-IDX) = RB-MSEC-LOOKUP-KEY
015380             SET RB-MSEC-FOUND TO TRUE
015390     END-SEARCH.
015400 5200-EXIT.
015410     EXIT.

015420*----------------------------------------------------------------
015430* 5300-FIND-STOCK - binary search of the stock table for
015440* RB-LOOKUP-SYMBOL.
015450*----------------------------------------------------------------
015460 5300-FIND-STOCK.
015470     MOVE "N" TO RB-SW-STOCK-FOUND.
015480     IF RB-STOCK-COUNT = ZERO
015490         GO TO 5300-EXIT
015500     END-IF.
015510     SEARCH ALL RB-STOCK-ENTRY
015520         AT END CONTINUE
015530         WHEN RBS-SYMBOL(RB-STK-IDX) = RB-LOOKUP-SYMBOL
015540             SET RB-STOCK-FOUND TO TRUE
015550             SET RB-STOCK-FOUND-IDX TO RB-STK-IDX
015560     END-SEARCH.
015570 5300-EXIT.
015580     EXIT.

015590*----------------------------------------------------------------
015600* 5400-RESOLVE-FX-RATE - today's CAD rate for RB-LOOKUP-CURRENCY
015610* into RB-WORK-FX.  CAD and a blank code are 1.0000; a currency
015620* with no rate is not found.
015630*----------------------------------------------------------------
015640 5400-RESOLVE-FX-RATE.
015650     MOVE 1 TO RB-WORK-FX.
015660     MOVE "N" TO RB-SW-FX-FOUND.
015670     IF RB-LOOKUP-CURRENCY = "CAD"
015680        OR RB-LOOKUP-CURRENCY = SPACES
015690         SET RB-FX-FOUND TO TRUE
015700         GO TO 5400-EXIT
015710     END-IF.
015720     PERFORM 5410-COMPARE-FX-CODE THRU 5410-EXIT
015730         VARYING RB-FX-IDX FROM 1 BY 1
015740         UNTIL RB-FX-IDX > RB-FX-COUNT
015750            OR RB-FX-FOUND.
015760 5400-EXIT.
015770     EXIT.

015780 5410-COMPARE-FX-CODE.
015790     IF RBF-CURRENCY(RB-FX-IDX) = RB-LOOKUP-CURRENCY
015800        AND RBF-RATE(RB-FX-IDX) > ZERO
015810         MOVE RBF-RATE(RB-FX-IDX) TO RB-WORK-FX
015820         SET RB-FX-FOUND TO TRUE
015830     END-IF.
015840 5410-EXIT.
015850     EXIT.

015860*----------------------------------------------------------------
015870* 5500-FIND-WORK-SECTOR - locate (or create, with a zero target)
015880* the account's work entry for RB-LOOKUP-SECTOR.
015890*----------------------------------------------------------------
015900 5500-FIND-WORK-SECTOR.
015910     MOVE "N" TO RB-SW-WSEC-FOUND.
015920     PERFORM 5510-COMPARE-WORK-SECTOR THRU 5510-EXIT
015930         VARYING RB-WSEC-IDX FROM 1 BY 1
015940         UNTIL RB-WSEC-IDX > RB-WSEC-COUNT
015950            OR RB-WSEC-FOUND.
015960     IF RB-WSEC-FOUND
015970         GO TO 5500-EXIT
015980     END-IF.
015990     IF RB-WSEC-COUNT >= 50
016000         GO TO 5500-EXIT
016010     END-IF.
016020     ADD 1 TO RB-WSEC-COUNT.
016030     MOVE RB-WSEC-COUNT TO RB-WSEC-FOUND-IDX.
016040     MOVE RB-LOOKUP-SECTOR TO RBW-SECTOR(RB-WSEC-FOUND-IDX).
016050     MOVE ZERO   TO RBW-TARGET-PCT(RB-WSEC-FOUND-IDX).
016060     MOVE SPACES TO RBW-BUY-SYMBOL(RB-WSEC-FOUND-IDX).
016070     MOVE ZERO   TO RBW-VALUE(RB-WSEC-FOUND-IDX).
016080     MOVE "N"    TO RBW-IN-MODEL-FLAG(RB-WSEC-FOUND-IDX).
016090     SET RB-WSEC-FOUND TO TRUE.
016100 5500-EXIT.
016110     EXIT.

016120 5510-COMPARE-WORK-SECTOR.
016130     IF RBW-SECTOR(RB-WSEC-IDX) = RB-LOOKUP-SECTOR
016140         SET RB-WSEC-FOUND TO TRUE
016150         SET RB-WSEC-FOUND-IDX TO RB-WSEC-IDX
016160     END-IF.
016170 5510-EXIT.
016180     EXIT.

016190*----------------------------------------------------------------
016200* 5600-FIND-POSITION - binary search of the position table for
016210* RB-POS-LOOKUP-KEY.
016220*----------------------------------------------------------------
016230 5600-FIND-POSITION.
016240     MOVE "N" TO RB-SW-POS-FOUND.
016250     IF RB-POS-COUNT = ZERO
016260         GO TO 5600-EXIT
016270     END-IF.
016280     SEARCH ALL RB-POS-ENTRY
016290         AT END CONTINUE
016300         WHEN RBP-KEY(RB-POS-IDX) = RB-POS-LOOKUP-KEY
016310             SET RB-POS-FOUND TO TRUE
016320             SET RB-POS-FOUND-IDX TO RB-POS-IDX
016330     END-SEARCH.
016340 5600-EXIT.
016350     EXIT.

016360*----------------------------------------------------------------
016370* 7000-WRITE-ACCOUNT-HEADER - blank line, then the account's
016380* identity and its model, with the model's description and
016390* tolerance when the model is on file.
016400*----------------------------------------------------------------
016410 7000-WRITE-ACCOUNT-HEADER.
016420     MOVE SPACES TO REBAL-REPORT-RECORD.
016430     WRITE REBAL-REPORT-RECORD.
016440     MOVE RBA-ACCOUNT(RB-ACCT-SUB)     TO RB-AL-ACCOUNT.
016450     MOVE RBA-HOLDER-NAME(RB-ACCT-SUB) TO RB-AL-HOLDER.
016460     MOVE RBA-TYPE(RB-ACCT-SUB)        TO RB-AL-TYPE.
016470     MOVE RBA-MODEL(RB-ACCT-SUB)       TO RB-AL-MODEL.
016480     IF RB-MODEL-FOUND
016490         MOVE RBM-DESCRIPTION(RB-MODEL-FOUND-IDX)
016500             TO RB-AL-DESCRIPTION
016510         MOVE "  TOLERANCE " TO RB-AL-TOL-TEXT
016520         MOVE RBM-TOLERANCE(RB-MODEL-FOUND-IDX)
016530             TO RB-AL-TOLERANCE
016540         MOVE " %" TO RB-AL-PCT-TEXT
016550     ELSE
016560         MOVE SPACES TO RB-AL-DESCRIPTION
016570         MOVE SPACES TO RB-AL-TOL-TEXT
016580         MOVE ZERO   TO RB-AL-TOLERANCE
016590         MOVE SPACES TO RB-AL-PCT-TEXT
016600     END-IF.
016610     MOVE SPACES TO REBAL-REPORT-RECORD.
016620     WRITE REBAL-REPORT-RECORD FROM RB-ACCT-LINE.
016630 7000-EXIT.
016640     EXIT.

016650*----------------------------------------------------------------
016660* 7600-WRITE-ORDER - write the proposed order in the
016670* transaction layout, dated the first business day after the
016680* cycle date, and list it under the account on the report.
016690*----------------------------------------------------------------
016700 7600-WRITE-ORDER.
016710     MOVE RBA-ACCOUNT(RB-ACCT-SUB) TO TRANS-ACCOUNT.
016720     MOVE RB-ORDER-DATE   TO TRANS-DATE.
016730     MOVE RB-ORDER-SYMBOL TO TRANS-SYMBOL.
016740     MOVE RB-ORDER-CODE   TO TRANS-CODE.
016750     MOVE RB-ORDER-QTY    TO TRANS-QUANTITY.
016760     MOVE RB-ORDER-PRICE  TO TRANS-PRICE.
016762     MOVE ZERO            TO TRANS-ORIG-DATE.
016764     MOVE SPACE           TO TRANS-ORIG-CODE.
016766     MOVE ZERO            TO TRANS-NEW-QUANTITY.
016768     MOVE ZERO            TO TRANS-NEW-PRICE.
016770     WRITE TRANSACTION-RECORD.
016780     IF TRANS-IS-BUY
016790         MOVE "PROPOSED BUY" TO RB-OL-ACTION
016800     ELSE
016810         MOVE "PROPOSED SELL" TO RB-OL-ACTION
016820     END-IF.
016830     MOVE RB-ORDER-SYMBOL TO RB-OL-SYMBOL.
016840     MOVE RB-ORDER-QTY    TO RB-OL-QUANTITY.
016850     MOVE RB-ORDER-PRICE  TO RB-OL-PRICE.
016860     MOVE RB-ORDER-AMOUNT TO RB-OL-AMOUNT.
016870     MOVE RB-WORK-SECTOR  TO RB-OL-SECTOR.
016880     MOVE RB-ORDER-NOTE   TO RB-OL-NOTE.
016890     MOVE SPACES TO REBAL-REPORT-RECORD.
016900     WRITE REBAL-REPORT-RECORD FROM RB-ORDER-LINE.
016910 7600-EXIT.
016920     EXIT.

016930 7700-WRITE-NOTE.
016940     MOVE SPACES TO REBAL-REPORT-RECORD.
016950     WRITE REBAL-REPORT-RECORD FROM RB-NOTE-LINE.
016960 7700-EXIT.
016970     EXIT.

016980 7800-WRITE-EXCEPTION-NOTE.
016990     ADD 1 TO RB-EXCEPTION-COUNT.
017000     PERFORM 7700-WRITE-NOTE THRU 7700-EXIT.
017010 7800-EXIT.
017020     EXIT.

017030 7900-WRITE-MODEL-EXCEPTION.
017040     ADD 1 TO RB-EXCEPTION-COUNT.
017050     MOVE SPACES TO REBAL-REPORT-RECORD.
017060     WRITE REBAL-REPORT-RECORD FROM RB-MODEL-EXC-LINE.
017070 7900-EXIT.
017080     EXIT.

017090*----------------------------------------------------------------
017100* 8500-WRITE-CONTROL-TOTALS - the counts the run is checked by,
017110* and a reminder that the orders are proposals only.
017120*----------------------------------------------------------------
017130 8500-WRITE-CONTROL-TOTALS.
017140     MOVE SPACES TO REBAL-REPORT-RECORD.
017150     WRITE REBAL-REPORT-RECORD.
017160     MOVE RB-MODELED-COUNT TO RB-COUNT-EDIT.
017170     MOVE SPACES TO REBAL-REPORT-RECORD.
017180     STRING "ACCOUNTS WITH A MODEL       " DELIMITED BY SIZE
017190            RB-COUNT-EDIT DELIMITED BY SIZE
017200         INTO REBAL-REPORT-RECORD
017210     END-STRING.
017220     WRITE REBAL-REPORT-RECORD.
017230     MOVE RB-NO-MODEL-COUNT TO RB-COUNT-EDIT.
017240     MOVE SPACES TO REBAL-REPORT-RECORD.
017250     STRING "OPEN ACCOUNTS WITH NO MODEL " DELIMITED BY SIZE
017260            RB-COUNT-EDIT DELIMITED BY SIZE
017270         INTO REBAL-REPORT-RECORD
017280     END-STRING.
017290     WRITE REBAL-REPORT-RECORD.
017300     MOVE RB-DRIFTED-COUNT TO RB-COUNT-EDIT.
017310     MOVE SPACES TO REBAL-REPORT-RECORD.
017320     STRING "ACCOUNTS OUT OF TOLERANCE   " DELIMITED BY SIZE
017330            RB-COUNT-EDIT DELIMITED BY SIZE
017340         INTO REBAL-REPORT-RECORD
017350     END-STRING.
017360     WRITE REBAL-REPORT-RECORD.
017370     MOVE RB-SELL-COUNT TO RB-COUNT-EDIT.
017380     MOVE SPACES TO REBAL-REPORT-RECORD.
017390     STRING "SELL ORDERS PROPOSED        " DELIMITED BY SIZE
017400            RB-COUNT-EDIT DELIMITED BY SIZE
017410         INTO REBAL-REPORT-RECORD
017420     END-STRING.
017430     WRITE REBAL-REPORT-RECORD.
017440     MOVE RB-BUY-COUNT TO RB-COUNT-EDIT.
017450     MOVE SPACES TO REBAL-REPORT-RECORD.
017460     STRING "BUY ORDERS PROPOSED         " DELIMITED BY SIZE
017470            RB-COUNT-EDIT DELIMITED BY SIZE
017480         INTO REBAL-REPORT-RECORD
017490     END-STRING.
017500     WRITE REBAL-REPORT-RECORD.
017510     MOVE RB-EXCEPTION-COUNT TO RB-COUNT-EDIT.
017520     MOVE SPACES TO REBAL-REPORT-RECORD.
017530     STRING "EXCEPTIONS                  " DELIMITED BY SIZE
017540            RB-COUNT-EDIT DELIMITED BY SIZE
017550         INTO REBAL-REPORT-RECORD
017560     END-STRING.
017570     WRITE REBAL-REPORT-RECORD.
017580     MOVE SPACES TO REBAL-REPORT-RECORD.
017590     WRITE REBAL-REPORT-RECORD.
017600     MOVE "NOTE - REBALORD.TXT HOLDS PROPOSALS FOR ADVISOR REVIEW"
017610         TO REBAL-REPORT-RECORD.
017620     WRITE REBAL-REPORT-RECORD.
017630     MOVE "       - NOTHING IS POSTED UNTIL ORDERS ARE KEYED"
017640         TO REBAL-REPORT-RECORD.
017650     WRITE REBAL-REPORT-RECORD.
017660 8500-EXIT.
017670     EXIT.

017680 9999-TERMINATE.
017690     CLOSE REBAL-REPORT-OUT.
017700     CLOSE ORDER-FILE-OUT.
017710 9999-EXIT.
017720     EXIT.

017730 END PROGRAM REBAL-PROPOSE.
