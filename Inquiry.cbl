000100******************************************************************
000110* Authors: Paul Squires, 040766405
000120*          Cole Brito,
000130* Course and Section: CST8283 302
000140* Date: Oct 15, 2026
000150* Purpose: Online account and position inquiry
000160* Tectonics: cobc
000170******************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------
000200* DATE        INIT DESCRIPTION
000210* 2026-10-15  CB   New program - answers a client's or advisor's
000220*                  call at the terminal instead of from the
000230*                  nightly REPORT.txt.  Looks the account up on
000240*                  ACCOUNTS.txt (holder, type, status) and shows
000250*                  its positions and cash balance from the
000260*                  carried position master, with drill-down to
000270*                  the open lots, the pending dividend
000280*                  entitlements, and a symbol's recent
000290*                  transactions, realized rows and paid
000300*                  dividends.  Strictly read-only: every file is
000310*                  opened for input, shared, and closed again as
000320*                  soon as it is read, so the batch cycle is
000330*                  never locked out.  Every screen shows the
000340*                  position master's cycle date.
000350* 2026-10-15  CB   Settled cash shown beside the trade-date
000360*                  balance, and a U view of the buys and
000370*                  sells still waiting to settle, with any
000380*                  failed settlement flagged.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. ACCT-INQUIRY.
000420 AUTHOR. C. BRITO.
000430 INSTALLATION. CST8283 PORTFOLIO REPORTING.
000440 DATE-WRITTEN. OCT 15, 2026.
000450 DATE-COMPILED. OCT 15, 2026.

000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ACCOUNT-FILE-IN
000500     ASSIGN TO "../ACCOUNTS.txt"
000510     ORGANIZATION IS LINE SEQUENTIAL
000520     SHARING WITH ALL OTHER
000530     FILE STATUS IS IQ-ACM-FILE-STATUS.

000540     SELECT POSITION-MASTER-FILE
000550     ASSIGN TO "../POSMAST.txt"
000560     ORGANIZATION IS LINE SEQUENTIAL
000570     SHARING WITH ALL OTHER
000580     FILE STATUS IS IQ-POSM-FILE-STATUS.

000590     SELECT STOCK-FILE-IN
000600     ASSIGN TO "../STOCKS.txt"
000610     ORGANIZATION IS LINE SEQUENTIAL
000620     SHARING WITH ALL OTHER
000630     FILE STATUS IS IQ-STK-FILE-STATUS.

000640     SELECT TRANSACTION-FILE-IN
000650     ASSIGN TO "../TRANSACTIONS.txt"
000660     ORGANIZATION IS LINE SEQUENTIAL
000670     SHARING WITH ALL OTHER
000680     FILE STATUS IS IQ-TRN-FILE-STATUS.

000690     SELECT REALIZED-LEDGER-IN
000700     ASSIGN TO "../REALIZED.txt"
000710     ORGANIZATION IS LINE SEQUENTIAL
000720     SHARING WITH ALL OTHER
000730     FILE STATUS IS IQ-RLG-FILE-STATUS.

000740     SELECT DIVIDEND-LEDGER-IN
000750     ASSIGN TO "../DIVLEDGER.txt"
000760     ORGANIZATION IS LINE SEQUENTIAL
000770     SHARING WITH ALL OTHER
000780     FILE STATUS IS IQ-DVL-FILE-STATUS.

000790 DATA DIVISION.
000800 FILE SECTION.
000810* Account master - the holder, type and status shown at the
000820* top of every screen.
000830 FD ACCOUNT-FILE-IN.
000840 01 ACCOUNT-RECORD.
000850     05 ACM-ACCOUNT      PIC X(4).
000860     05 ACM-HOLDER-NAME  PIC X(25).
000870     05 ACM-TYPE         PIC X(4).
000880     05 ACM-STATUS       PIC X.
000890        88 ACM-IS-CLOSED     VALUE "C".
000900     05 ACM-MODEL        PIC X(4).
000910     05 ACM-OPEN-DATE    PIC 9(8).
000920     05 ACM-CLOSE-DATE   PIC 9(8).

000930* Carried position master written by the nightly run - the
000940* control record's cycle date tells how current the figures
000950* are; positions, cash balances, lots and pending
000960* entitlements, and trades waiting to settle are the record
000970* types shown here.
000980 FD POSITION-MASTER-FILE.
000990 01 POSITION-MASTER-RECORD.
001000     05 PM-RECORD-TYPE   PIC X.
001010        88 PM-IS-CONTROL     VALUE "C".
001020        88 PM-IS-POSITION    VALUE "P".
001030        88 PM-IS-LOT         VALUE "L".
001040        88 PM-IS-CASH        VALUE "B".
001050        88 PM-IS-ENTITLE     VALUE "D".
001060        88 PM-IS-PENDING     VALUE "U".
001070     05 PM-DATA          PIC X(40).
001080     05 PM-CONTROL-DATA REDEFINES PM-DATA.
001090        10 PM-CYCLE-DATE    PIC 9(8).
001100        10 PM-COST-MODE     PIC X.
001110        10 FILLER           PIC X(31).
001120     05 PM-POSITION-DATA REDEFINES PM-DATA.
001130        10 PM-ACCOUNT       PIC X(4).
001140        10 PM-SYMBOL        PIC X(7).
001150        10 PM-SHARES        PIC 9(7).
001160        10 PM-AVERAGE-COST  PIC 9(4)V99.
001170        10 FILLER           PIC X(16).
001180     05 PM-LOT-DATA REDEFINES PM-DATA.
001190        10 PM-LOT-ACCOUNT   PIC X(4).
001200        10 PM-LOT-SYMBOL    PIC X(7).
001210        10 PM-LOT-DATE      PIC 9(8).
001220        10 PM-LOT-SHARES    PIC 9(7).
001230        10 PM-LOT-COST      PIC 9(4)V99.
001240        10 FILLER           PIC X(8).
001250     05 PM-CASH-DATA REDEFINES PM-DATA.
001260        10 PM-CASH-ACCOUNT  PIC X(4).
001270        10 PM-CASH-BALANCE  PIC S9(9)V99
001280                            SIGN LEADING SEPARATE.
001290*       Settled balance - spaces on a master written before
001300*       settled cash was carried.
001310        10 PM-CASH-SETTLED  PIC S9(9)V99
001320                            SIGN LEADING SEPARATE.
001330        10 PM-CASH-SETTLED-X REDEFINES PM-CASH-SETTLED
001340                            PIC X(12).
001350        10 FILLER           PIC X(12).
001360     05 PM-PENDING-DATA REDEFINES PM-DATA.
001370        10 PM-PND-ACCOUNT   PIC X(4).
001380        10 PM-PND-SYMBOL    PIC X(7).
001390        10 PM-PND-TRADE-DATE PIC 9(8).
001400        10 PM-PND-SETTLE-DATE PIC 9(8).
001410        10 PM-PND-CODE      PIC X.
001420        10 PM-PND-AMOUNT    PIC 9(9)V99.
001430        10 PM-PND-STATUS    PIC X.
001440           88 PM-PND-FAILED     VALUE "F".
001450     05 PM-ENTITLE-DATA REDEFINES PM-DATA.
001460        10 PM-ENT-ACCOUNT   PIC X(4).
001470        10 PM-ENT-SYMBOL    PIC X(7).
001480        10 PM-ENT-PAY-DATE  PIC 9(8).
001490        10 PM-ENT-AMOUNT    PIC S9(9)V99
001500                            SIGN LEADING SEPARATE.
001510        10 FILLER           PIC X(9).

001520* Stock master - each position's name, close and quote
001530* currency.
001540 FD STOCK-FILE-IN.
001550 01 STOCK-RECORD.
001560     05 STOCK-SYMBOL-S      PIC X(7).
001570     05 STOCK-NAME          PIC X(25).
001580     05 CLOSING-PRICE       PIC 9(4)V99.
001590     05 STOCK-CURRENCY-CODE PIC X(3).
001600     05 STOCK-SECTOR-CODE   PIC X(4).

001610* Transaction history - a symbol's trades, transfers and
001620* corrections for the activity screen.
001630 FD TRANSACTION-FILE-IN.
001640 01 TRANSACTION-RECORD.
001650     05 TRANS-ACCOUNT    PIC X(4).
001660     05 TRANS-DATE       PIC 9(8).
001670     05 TRANS-SYMBOL     PIC X(7).
001680     05 TRANS-CODE       PIC X.
001690        88 TRANS-IS-BUY        VALUE "B".
001700        88 TRANS-IS-SELL       VALUE "S".
001710        88 TRANS-IS-TRANSFER-OUT VALUE "O".
001720        88 TRANS-IS-TRANSFER-IN  VALUE "I".
001730        88 TRANS-IS-CANCEL       VALUE "X".
001740        88 TRANS-IS-CORRECT      VALUE "C".
001750        88 TRANS-IS-CORRECTION   VALUE "X" "C".
001760     05 TRANS-QUANTITY   PIC 9(5).
001770     05 TRANS-PRICE      PIC 9(4)V99.
001780     05 TRANS-ORIG-DATE  PIC 9(8).
001790     05 TRANS-ORIG-CODE  PIC X.
001800     05 TRANS-NEW-QUANTITY PIC 9(5).
001810     05 TRANS-NEW-PRICE  PIC 9(4)V99.

001820* Realized gain/loss ledger.
001830 FD REALIZED-LEDGER-IN.
001840 01 REALIZED-LEDGER-RECORD.
001850     05 RLG-ACCOUNT       PIC X(4).
001860     05 RLG-DATE          PIC 9(8).
001870     05 RLG-SYMBOL        PIC X(7).
001880     05 RLG-QUANTITY      PIC 9(5).
001890     05 RLG-SELL-PRICE    PIC 9(4)V99.
001900     05 RLG-AVERAGE-COST  PIC 9(4)V99.
001910     05 RLG-GAIN-LOSS     PIC S9(9)V99 SIGN LEADING SEPARATE.
001920     05 RLG-SL-FLAG       PIC X.
001930        88 RLG-IS-SL-DENIAL  VALUE "D".
001940        88 RLG-IS-REVERSAL   VALUE "R".

001950* Paid-dividend ledger.
001960 FD DIVIDEND-LEDGER-IN.
001970 01 DIVIDEND-LEDGER-RECORD.
001980     05 DVL-ACCOUNT      PIC X(4).
001990     05 DVL-DATE         PIC 9(8).
002000     05 DVL-SYMBOL       PIC X(7).
002010     05 DVL-AMOUNT       PIC S9(9)V99 SIGN LEADING SEPARATE.

002020 WORKING-STORAGE SECTION.
002030*----------------------------------------------------------------
002040* Standalone counters, subscripts and work fields.
002050*----------------------------------------------------------------
002060 77 IQ-POS-COUNT            PIC 9(4) COMP VALUE ZERO.
002070 77 IQ-LOT-COUNT            PIC 9(4) COMP VALUE ZERO.
002080 77 IQ-ENT-COUNT            PIC 9(4) COMP VALUE ZERO.
002090 77 IQ-PND-COUNT            PIC 9(4) COMP VALUE ZERO.
002100 77 IQ-STOCK-COUNT          PIC 9(5) COMP VALUE ZERO.
002110 77 IQ-STOCK-FOUND-IDX      PIC 9(5) COMP VALUE ZERO.
002120 77 IQ-LIST-COUNT           PIC 9(4) COMP VALUE ZERO.
002130 77 IQ-RING-COUNT           PIC 9(4) COMP VALUE ZERO.
002140 77 IQ-RING-SKIPPED         PIC 9(5) COMP VALUE ZERO.
002150 77 IQ-SUB                  PIC 9(5) COMP VALUE ZERO.
002160 77 IQ-PAGE-SUB             PIC 9(4) COMP VALUE ZERO.
002170 77 IQ-PAGE-NUMBER          PIC 9(3) COMP VALUE 1.
002180 77 IQ-PAGE-TOTAL           PIC 9(3) COMP VALUE 1.
002190 77 IQ-FIRST-LINE           PIC 9(4) COMP VALUE ZERO.
002200 77 IQ-CYCLE-DATE           PIC 9(8) VALUE ZERO.
002210 77 IQ-COST-MODE            PIC X VALUE SPACE.
002220 77 IQ-CASH-BALANCE         PIC S9(9)V99 VALUE ZERO.
002230 77 IQ-CASH-SETTLED         PIC S9(9)V99 VALUE ZERO.
002240 77 IQ-MARKET-VALUE         PIC S9(11)V99 VALUE ZERO.
002250 77 IQ-LOADED-ACCOUNT       PIC X(4) VALUE SPACES.
002260 77 IQ-WORK-LINE            PIC X(78) VALUE SPACES.
002270 77 IQ-CODE-TEXT            PIC X(8) VALUE SPACES.
002280 77 IQ-COUNT-EDIT           PIC ZZZZ9.
002290 77 IQ-ACM-FILE-STATUS      PIC XX VALUE SPACES.
002300 77 IQ-POSM-FILE-STATUS     PIC XX VALUE SPACES.
002310 77 IQ-STK-FILE-STATUS      PIC XX VALUE SPACES.
002320 77 IQ-TRN-FILE-STATUS      PIC XX VALUE SPACES.
002330 77 IQ-RLG-FILE-STATUS      PIC XX VALUE SPACES.
002340 77 IQ-DVL-FILE-STATUS      PIC XX VALUE SPACES.

002350* Rows of each kind kept for the activity screen - the latest
002360* ones, since a long-held symbol's history will not fit.
002370 77 IQ-RING-LIMIT           PIC 9(4) COMP VALUE 10.

002380 01 IQ-SWITCHES.
002390     05 IQ-SW-EXIT             PIC X VALUE "N".
002400        88 IQ-EXIT-REQUESTED         VALUE "Y".
002410     05 IQ-SW-EOF              PIC X VALUE "N".
002420        88 IQ-EOF                    VALUE "Y".
002430     05 IQ-SW-ACCT-FOUND       PIC X VALUE "N".
002440        88 IQ-ACCT-FOUND             VALUE "Y".
002450     05 IQ-SW-CASH-FOUND       PIC X VALUE "N".
002460        88 IQ-CASH-FOUND             VALUE "Y".
002470     05 IQ-SW-STOCK-FOUND      PIC X VALUE "N".
002480        88 IQ-STOCK-FOUND            VALUE "Y".
002490     05 IQ-SW-LIST-FULL        PIC X VALUE "N".
002500        88 IQ-LIST-FULL              VALUE "Y".
002510     05 IQ-SW-TABLE-FULL       PIC X VALUE "N".
002520        88 IQ-TABLE-FULL             VALUE "Y".

002530* Fields keyed on the bottom of the screen.
002540 01 IQ-INPUT-FIELDS.
002550     05 IQ-IN-ACCOUNT       PIC X(4) VALUE SPACES.
002560     05 IQ-IN-VIEW          PIC X VALUE SPACE.
002570        88 IQ-VIEW-POSITIONS     VALUE "P" " ".
002580        88 IQ-VIEW-LOTS          VALUE "L".
002590        88 IQ-VIEW-ENTITLE       VALUE "D".
002600        88 IQ-VIEW-ACTIVITY      VALUE "A".
002610        88 IQ-VIEW-PENDING       VALUE "U".
002620        88 IQ-VIEW-FORWARD       VALUE "F".
002630        88 IQ-VIEW-BACK          VALUE "B".
002640        88 IQ-VIEW-EXIT          VALUE "X".
002650     05 IQ-IN-SYMBOL        PIC X(7) VALUE SPACES.

002660* Header fields shown on every screen.
002670 01 IQ-HEADER-FIELDS.
002680     05 IQ-HDR-ACCOUNT      PIC X(4) VALUE SPACES.
002690     05 IQ-HDR-HOLDER       PIC X(25) VALUE SPACES.
002700     05 IQ-HDR-TYPE         PIC X(4) VALUE SPACES.
002710     05 IQ-HDR-STATUS       PIC X(6) VALUE SPACES.
002720     05 IQ-HDR-CASH         PIC ZZZ,ZZZ,ZZ9.99-.
002730     05 IQ-HDR-CASH-X REDEFINES IQ-HDR-CASH
002740                            PIC X(15).
002750     05 IQ-HDR-SETTLED      PIC ZZZ,ZZZ,ZZ9.99-.
002760     05 IQ-HDR-SETTLED-X REDEFINES IQ-HDR-SETTLED
002770                            PIC X(15).
002780     05 IQ-HDR-VIEW-TITLE   PIC X(40) VALUE SPACES.
002790     05 IQ-HDR-COLUMNS      PIC X(78) VALUE SPACES.
002800     05 IQ-HDR-PAGE         PIC X(16) VALUE SPACES.
002810     05 IQ-MESSAGE          PIC X(78) VALUE SPACES.

002820* The current account's rows from the position master.
002830 01 IQ-POS-TABLE.
002840     05 IQ-POS-ENTRY OCCURS 500 TIMES.
002850        10 IQP-SYMBOL          PIC X(7).
002860        10 IQP-SHARES          PIC 9(7).
002870        10 IQP-AVERAGE-COST    PIC 9(4)V99.

002880 01 IQ-LOT-TABLE.
002890     05 IQ-LOT-ENTRY OCCURS 2000 TIMES.
002900        10 IQL-SYMBOL          PIC X(7).
002910        10 IQL-DATE            PIC 9(8).
002920        10 IQL-SHARES          PIC 9(7).
002930        10 IQL-COST            PIC 9(4)V99.

002940 01 IQ-ENT-TABLE.
002950     05 IQ-ENT-ENTRY OCCURS 500 TIMES.
002960        10 IQE-SYMBOL          PIC X(7).
002970        10 IQE-PAY-DATE        PIC 9(8).
002980        10 IQE-AMOUNT          PIC S9(9)V99.

002990 01 IQ-PND-TABLE.
003000     05 IQ-PND-ENTRY OCCURS 500 TIMES.
003010        10 IQU-SYMBOL          PIC X(7).
003020        10 IQU-TRADE-DATE      PIC 9(8).
003030        10 IQU-SETTLE-DATE     PIC 9(8).
003040        10 IQU-CODE            PIC X.
003050        10 IQU-AMOUNT          PIC 9(9)V99.
003060        10 IQU-STATUS          PIC X.
003070           88 IQU-FAILED           VALUE "F".

003080* Stock master names, closes and currencies.
003090 01 IQ-STOCK-TABLE.
003100     05 IQ-STOCK-ENTRY OCCURS 10000 TIMES.
003110        10 IQS-SYMBOL          PIC X(7).
003120        10 IQS-NAME            PIC X(25).
003130        10 IQS-CLOSE           PIC 9(4)V99.
003140        10 IQS-CURRENCY        PIC X(3).

003150* The lines of the view being shown, paged onto the screen
003160* fourteen at a time.
003170 01 IQ-LIST-TABLE.
003180     05 IQ-LIST-LINE OCCURS 1000 TIMES PIC X(78).

003190 01 IQ-PAGE-AREA.
003200     05 IQ-PAGE-LINE OCCURS 14 TIMES PIC X(78).

003210* The latest rows of one kind for the activity screen, oldest
003220* first; an earlier row drops off the top as a later one is
003230* added.
003240 01 IQ-RING-TABLE.
003250     05 IQ-RING-LINE OCCURS 10 TIMES PIC X(78).

003260* Column headings and detail lines for each view.
003270 01 IQ-POS-COLUMNS.
003280     05 FILLER PIC X(9)  VALUE "SYMBOL".
003290     05 FILLER PIC X(18) VALUE "NAME".
003300     05 FILLER PIC X(9)  VALUE "   SHARES".
003310     05 FILLER PIC X(10) VALUE "  AVG COST".
003320     05 FILLER PIC X(10) VALUE "     CLOSE".
003330     05 FILLER PIC X(17) VALUE "     MARKET VALUE".
003340     05 FILLER PIC X(4)  VALUE " CCY".

003350 01 IQ-POS-LINE.
003360     05 IQ-PSL-SYMBOL       PIC X(7).
003370     05 FILLER              PIC X(2) VALUE SPACES.
003380     05 IQ-PSL-NAME         PIC X(17).
003390     05 FILLER              PIC X(1) VALUE SPACES.
003400     05 IQ-PSL-SHARES       PIC Z,ZZZ,ZZ9.
003410     05 FILLER              PIC X(2) VALUE SPACES.
003420     05 IQ-PSL-AVG-COST     PIC Z,ZZ9.99.
003430     05 FILLER              PIC X(2) VALUE SPACES.
003440     05 IQ-PSL-CLOSE        PIC Z,ZZ9.99.
003450     05 IQ-PSL-CLOSE-X REDEFINES IQ-PSL-CLOSE
003460                            PIC X(8).
003470     05 FILLER              PIC X(2) VALUE SPACES.
003480     05 IQ-PSL-VALUE        PIC ZZZ,ZZZ,ZZ9.99-.
003490     05 IQ-PSL-VALUE-X REDEFINES IQ-PSL-VALUE
003500                            PIC X(15).
003510     05 FILLER              PIC X(1) VALUE SPACES.
003520     05 IQ-PSL-CURRENCY     PIC X(3).

003530 01 IQ-LOT-COLUMNS.
003540     05 FILLER PIC X(9)  VALUE "SYMBOL".
003550     05 FILLER PIC X(12) VALUE "ACQUIRED".
003560     05 FILLER PIC X(9)  VALUE "   SHARES".
003570     05 FILLER PIC X(10) VALUE "  COST/SH".
003580     05 FILLER PIC X(18) VALUE "        BOOK VALUE".

003590 01 IQ-LOT-LINE.
003600     05 IQ-LTL-SYMBOL       PIC X(7).
003610     05 FILLER              PIC X(2) VALUE SPACES.
003620     05 IQ-LTL-DATE         PIC 9999/99/99.
003630     05 FILLER              PIC X(2) VALUE SPACES.
003640     05 IQ-LTL-SHARES       PIC Z,ZZZ,ZZ9.
003650     05 FILLER              PIC X(2) VALUE SPACES.
003660     05 IQ-LTL-COST         PIC Z,ZZ9.99.
003670     05 FILLER              PIC X(2) VALUE SPACES.
003680     05 IQ-LTL-BOOK         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

003690 01 IQ-ENT-COLUMNS.
003700     05 FILLER PIC X(9)  VALUE "SYMBOL".
003710     05 FILLER PIC X(12) VALUE "PAY DATE".
003720     05 FILLER PIC X(15) VALUE "         AMOUNT".

003730 01 IQ-ENT-LINE.
003740     05 IQ-ETL-SYMBOL       PIC X(7).
003750     05 FILLER              PIC X(2) VALUE SPACES.
003760     05 IQ-ETL-PAY-DATE     PIC 9999/99/99.
003770     05 FILLER              PIC X(2) VALUE SPACES.
003780     05 IQ-ETL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

003790 01 IQ-PND-COLUMNS.
003800     05 FILLER PIC X(9)  VALUE "SYMBOL".
003810     05 FILLER PIC X(6)  VALUE "SIDE".
003820     05 FILLER PIC X(12) VALUE "TRADED".
003830     05 FILLER PIC X(12) VALUE "SETTLES".
003840     05 FILLER PIC X(17) VALUE "      CASH AMOUNT".
003850     05 FILLER PIC X(9)  VALUE "  STATUS".

003860 01 IQ-PND-LINE.
003870     05 IQ-PDL-SYMBOL       PIC X(7).
003880     05 FILLER              PIC X(2) VALUE SPACES.
003890     05 IQ-PDL-SIDE         PIC X(4).
003900     05 FILLER              PIC X(2) VALUE SPACES.
003910     05 IQ-PDL-TRADE-DATE   PIC 9999/99/99.
003920     05 FILLER              PIC X(2) VALUE SPACES.
003930     05 IQ-PDL-SETTLE-DATE  PIC 9999/99/99.
003940     05 FILLER              PIC X(2) VALUE SPACES.
003950     05 IQ-PDL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
003960     05 FILLER              PIC X(4) VALUE SPACES.
003970     05 IQ-PDL-STATUS       PIC X(7).

003980 01 IQ-ACT-COLUMNS.
003990     05 FILLER PIC X(12) VALUE "DATE".
004000     05 FILLER PIC X(66) VALUE "DETAIL".

004010 01 IQ-TRN-LINE.
004020     05 IQ-TRL-DATE         PIC 9999/99/99.
004030     05 FILLER              PIC X(2) VALUE SPACES.
004040     05 IQ-TRL-CODE         PIC X(8).
004050     05 FILLER              PIC X(1) VALUE SPACES.
004060     05 IQ-TRL-QUANTITY     PIC ZZ,ZZ9.
004070     05 FILLER              PIC X(3) VALUE " @ ".
004080     05 IQ-TRL-PRICE        PIC Z,ZZ9.99.
004090     05 FILLER              PIC X(2) VALUE SPACES.
004100     05 IQ-TRL-NOTE         PIC X(38).

004110 01 IQ-TRL-ORIG-NOTE.
004120     05 FILLER              PIC X(5) VALUE "ORIG ".
004130     05 IQ-TRN-ORIG-DATE    PIC 9999/99/99.
004140     05 FILLER              PIC X(1) VALUE SPACE.
004150     05 IQ-TRN-ORIG-CODE    PIC X.
004160     05 FILLER              PIC X(5) VALUE " NEW ".
004170     05 IQ-TRN-NEW-QTY      PIC ZZ,ZZ9.
004180     05 FILLER              PIC X(1) VALUE "@".
004190     05 IQ-TRN-NEW-PRICE    PIC Z,ZZ9.99.

004200 01 IQ-RLG-LINE.
004210     05 IQ-RLL-DATE         PIC 9999/99/99.
004220     05 FILLER              PIC X(2) VALUE SPACES.
004230     05 IQ-RLL-QUANTITY     PIC ZZ,ZZ9.
004240     05 FILLER              PIC X(3) VALUE " @ ".
004250     05 IQ-RLL-SELL-PRICE   PIC Z,ZZ9.99.
004260     05 FILLER              PIC X(7) VALUE "  COST ".
004270     05 IQ-RLL-COST         PIC Z,ZZ9.99.
004280     05 FILLER              PIC X(7) VALUE "  G/L  ".
004290     05 IQ-RLL-GAIN-LOSS    PIC ZZZ,ZZZ,ZZ9.99-.
004300     05 FILLER              PIC X(2) VALUE SPACES.
004310     05 IQ-RLL-FLAG         PIC X(10).

004320 01 IQ-DVL-LINE.
004330     05 IQ-DVL-DATE         PIC 9999/99/99.
004340     05 FILLER              PIC X(2) VALUE SPACES.
004350     05 FILLER              PIC X(5) VALUE "PAID ".
004360     05 IQ-DVL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.

004370 01 IQ-PAGE-TEXT.
004380     05 FILLER              PIC X(5) VALUE "PAGE ".
004390     05 IQ-PGT-NUMBER       PIC ZZ9.
004400     05 FILLER              PIC X(4) VALUE " OF ".
004410     05 IQ-PGT-TOTAL        PIC ZZ9.

004420 SCREEN SECTION.
004430*----------------------------------------------------------------
004440* The one inquiry screen - the account header and cycle date on
004450* top, the current view's page of lines in the middle, and the
004460* account, view and symbol keyed at the bottom.
004470*----------------------------------------------------------------
004480 01 IQ-INQUIRY-SCREEN.
004490     05 BLANK SCREEN.
004500     05 LINE 1 COLUMN 2 VALUE "ACCOUNT INQUIRY".
004510     05 LINE 1 COLUMN 50 VALUE "POSITIONS AS AT".
004520     05 LINE 1 COLUMN 66 PIC 9999/99/99 FROM IQ-CYCLE-DATE.
004530     05 LINE 3 COLUMN 2 VALUE "ACCOUNT".
004540     05 LINE 3 COLUMN 10 PIC X(4) FROM IQ-HDR-ACCOUNT.
004550     05 LINE 3 COLUMN 16 PIC X(25) FROM IQ-HDR-HOLDER.
004560     05 LINE 3 COLUMN 43 VALUE "TYPE".
004570     05 LINE 3 COLUMN 48 PIC X(4) FROM IQ-HDR-TYPE.
004580     05 LINE 3 COLUMN 54 VALUE "STATUS".
004590     05 LINE 3 COLUMN 61 PIC X(6) FROM IQ-HDR-STATUS.
004600     05 LINE 4 COLUMN 2 VALUE "CASH BALANCE".
004610     05 LINE 4 COLUMN 16 PIC X(15) FROM IQ-HDR-CASH-X.
004620     05 LINE 4 COLUMN 34 VALUE "SETTLED".
004630     05 LINE 4 COLUMN 42 PIC X(15) FROM IQ-HDR-SETTLED-X.
004640     05 LINE 6 COLUMN 2 PIC X(40) FROM IQ-HDR-VIEW-TITLE.
004650     05 LINE 6 COLUMN 63 PIC X(16) FROM IQ-HDR-PAGE.
004660     05 LINE 7 COLUMN 2 PIC X(78) FROM IQ-HDR-COLUMNS.
004670     05 LINE 8 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(1).
004680     05 LINE 9 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(2).
004690     05 LINE 10 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(3).
004700     05 LINE 11 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(4).
004710     05 LINE 12 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(5).
004720     05 LINE 13 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(6).
004730     05 LINE 14 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(7).
004740     05 LINE 15 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(8).
004750     05 LINE 16 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(9).
004760     05 LINE 17 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(10).
004770     05 LINE 18 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(11).
004780     05 LINE 19 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(12).
004790     05 LINE 20 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(13).
004800     05 LINE 21 COLUMN 2 PIC X(78) FROM IQ-PAGE-LINE(14).
004810     05 LINE 22 COLUMN 2 PIC X(78) FROM IQ-MESSAGE.
004820     05 LINE 23 COLUMN 2 VALUE
004830        "VIEW P=POSITIONS L=LOTS D=DIVS DUE A=ACTIVITY".
004840     05 LINE 23 COLUMN 48 VALUE
004850        "U=UNSETTLED F=FWD B=BACK X=EXIT".
004860     05 LINE 24 COLUMN 2 VALUE "ACCOUNT".
004870     05 LINE 24 COLUMN 10 PIC X(4) USING IQ-IN-ACCOUNT.
004880     05 LINE 24 COLUMN 16 VALUE "VIEW".
004890     05 LINE 24 COLUMN 21 PIC X USING IQ-IN-VIEW.
004900     05 LINE 24 COLUMN 24 VALUE "SYMBOL".
004910     05 LINE 24 COLUMN 31 PIC X(7) USING IQ-IN-SYMBOL.

004920 PROCEDURE DIVISION.
004930*----------------------------------------------------------------
004940* 0000-MAINLINE - show the screen and act on what is keyed
004950* until the operator asks to exit.
004960*----------------------------------------------------------------
004970 0000-MAINLINE.
004980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004990     PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
005000         UNTIL IQ-EXIT-REQUESTED.
005010     STOP RUN.

005020*----------------------------------------------------------------
005030* 1000-INITIALIZE - start on an empty positions view with the
005040* position master's cycle date already on the header.
005050*----------------------------------------------------------------
005060 1000-INITIALIZE.
005070     MOVE SPACES TO IQ-LIST-TABLE.
005080     MOVE ZERO TO IQ-LIST-COUNT.
005090     MOVE SPACES TO IQ-HDR-CASH-X IQ-HDR-SETTLED-X.
005100     MOVE "ACCOUNT POSITIONS" TO IQ-HDR-VIEW-TITLE.
005110     MOVE IQ-POS-COLUMNS TO IQ-HDR-COLUMNS.
005120     MOVE SPACES TO IQ-LOADED-ACCOUNT.
005130     PERFORM 3200-LOAD-POSITION-MASTER THRU 3200-EXIT.
005140     MOVE "KEY AN ACCOUNT CODE AND PRESS ENTER" TO IQ-MESSAGE.
005150 1000-EXIT.
005160     EXIT.

005170*----------------------------------------------------------------
005180* 2000-PROCESS-SCREEN - put the current page up, take the
005190* operator's entry, and act on it.  A new account code loads
005200* that account afresh and then shows the view asked for; the
005210* same account with view P (or no view) is a refresh.
005220*----------------------------------------------------------------
005230 2000-PROCESS-SCREEN.
005240     PERFORM 2100-BUILD-PAGE THRU 2100-EXIT.
005250     DISPLAY IQ-INQUIRY-SCREEN.
005260     ACCEPT IQ-INQUIRY-SCREEN.
005270     MOVE SPACES TO IQ-MESSAGE.
005280     INSPECT IQ-INPUT-FIELDS CONVERTING
005290         "abcdefghijklmnopqrstuvwxyz"
005300         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005310     IF IQ-VIEW-EXIT
005320         SET IQ-EXIT-REQUESTED TO TRUE
005330         GO TO 2000-EXIT
005340     END-IF.
005350     IF IQ-IN-ACCOUNT = SPACES
005360         MOVE "KEY AN ACCOUNT CODE AND PRESS ENTER"
005370             TO IQ-MESSAGE
005380         GO TO 2000-EXIT
005390     END-IF.
005400     IF IQ-IN-ACCOUNT NOT = IQ-LOADED-ACCOUNT
005410        OR IQ-VIEW-POSITIONS
005420         PERFORM 3000-LOAD-ACCOUNT THRU 3000-EXIT
005430         IF NOT IQ-ACCT-FOUND
005440             GO TO 2000-EXIT
005450         END-IF
005460         IF IQ-VIEW-FORWARD OR IQ-VIEW-BACK
005470             MOVE "P" TO IQ-IN-VIEW
005480         END-IF
005490     END-IF.
005500     PERFORM 2200-HANDLE-VIEW THRU 2200-EXIT.
005510 2000-EXIT.
005520     EXIT.

005530*----------------------------------------------------------------
005540* 2100-BUILD-PAGE - move the current page's lines of the list
005550* to the screen area.
005560*----------------------------------------------------------------
005570 2100-BUILD-PAGE.
005580     MOVE SPACES TO IQ-PAGE-AREA.
005590     COMPUTE IQ-PAGE-TOTAL = (IQ-LIST-COUNT + 13) / 14.
005600     IF IQ-PAGE-TOTAL = ZERO
005610         MOVE 1 TO IQ-PAGE-TOTAL
005620     END-IF.
005630     IF IQ-PAGE-NUMBER > IQ-PAGE-TOTAL
005640         MOVE IQ-PAGE-TOTAL TO IQ-PAGE-NUMBER
005650     END-IF.
005660     IF IQ-PAGE-NUMBER < 1
005670         MOVE 1 TO IQ-PAGE-NUMBER
005680     END-IF.
005690     COMPUTE IQ-FIRST-LINE = (IQ-PAGE-NUMBER - 1) * 14.
005700     PERFORM 2110-MOVE-PAGE-LINE THRU 2110-EXIT
005710         VARYING IQ-PAGE-SUB FROM 1 BY 1
005720         UNTIL IQ-PAGE-SUB > 14
005730            OR IQ-FIRST-LINE + IQ-PAGE-SUB > IQ-LIST-COUNT.
005740     MOVE IQ-PAGE-NUMBER TO IQ-PGT-NUMBER.
005750     MOVE IQ-PAGE-TOTAL  TO IQ-PGT-TOTAL.
005760     MOVE IQ-PAGE-TEXT   TO IQ-HDR-PAGE.
005770 2100-EXIT.
005780     EXIT.

005790 2110-MOVE-PAGE-LINE.
005800     MOVE IQ-LIST-LINE(IQ-FIRST-LINE + IQ-PAGE-SUB)
005810         TO IQ-PAGE-LINE(IQ-PAGE-SUB).
005820 2110-EXIT.
005830     EXIT.

005840*----------------------------------------------------------------
005850* 2200-HANDLE-VIEW - page the list on F or B, or build the view
005860* keyed from the account already loaded.  Lots, entitlements
005870* and unsettled trades can be narrowed to the symbol keyed;
005880* the activity view needs one.
005890*----------------------------------------------------------------
005900 2200-HANDLE-VIEW.
005910     IF IQ-VIEW-FORWARD
005920         IF IQ-PAGE-NUMBER < IQ-PAGE-TOTAL
005930             ADD 1 TO IQ-PAGE-NUMBER
005940         ELSE
005950             MOVE "LAST PAGE" TO IQ-MESSAGE
005960         END-IF
005970         GO TO 2200-EXIT
005980     END-IF.
005990     IF IQ-VIEW-BACK
006000         IF IQ-PAGE-NUMBER > 1
006010             SUBTRACT 1 FROM IQ-PAGE-NUMBER
006020         ELSE
006030             MOVE "FIRST PAGE" TO IQ-MESSAGE
006040         END-IF
006050         GO TO 2200-EXIT
006060     END-IF.
006070     MOVE 1 TO IQ-PAGE-NUMBER.
006080     IF IQ-VIEW-POSITIONS
006090         PERFORM 4100-BUILD-POSITION-LIST THRU 4100-EXIT
006100         GO TO 2200-EXIT
006110     END-IF.
006120     IF IQ-VIEW-LOTS
006130         PERFORM 4200-BUILD-LOT-LIST THRU 4200-EXIT
006140         GO TO 2200-EXIT
006150     END-IF.
006160     IF IQ-VIEW-ENTITLE
006170         PERFORM 4300-BUILD-ENTITLE-LIST THRU 4300-EXIT
006180         GO TO 2200-EXIT
006190     END-IF.
006200     IF IQ-VIEW-ACTIVITY
006210         IF IQ-IN-SYMBOL = SPACES
006220             MOVE "KEY A SYMBOL FOR THE ACTIVITY VIEW"
006230                 TO IQ-MESSAGE
006240             GO TO 2200-EXIT
006250         END-IF
006260         PERFORM 4400-BUILD-ACTIVITY-LIST THRU 4400-EXIT
006270         GO TO 2200-EXIT
006280     END-IF.
006290     IF IQ-VIEW-PENDING
006300         PERFORM 4500-BUILD-PENDING-LIST THRU 4500-EXIT
006310         GO TO 2200-EXIT
006320     END-IF.
006330     MOVE "UNKNOWN VIEW - USE P, L, D, A, U, F, B OR X"
006340         TO IQ-MESSAGE.
006350 2200-EXIT.
006360     EXIT.

006370*----------------------------------------------------------------
006380* 3000-LOAD-ACCOUNT - read the keyed account's master row and
006390* its rows on the position master, and the stock master for
006400* names and closes.  Each file is read start to end and closed
006410* straight away, so the figures are as current as the last
006420* batch step that wrote them.
006430*----------------------------------------------------------------
006440 3000-LOAD-ACCOUNT.
006450     MOVE SPACES TO IQ-LOADED-ACCOUNT.
006460     MOVE SPACES TO IQ-HDR-ACCOUNT IQ-HDR-HOLDER IQ-HDR-TYPE
006470                    IQ-HDR-STATUS IQ-HDR-CASH-X
006480                    IQ-HDR-SETTLED-X.
006490     MOVE SPACES TO IQ-LIST-TABLE.
006500     MOVE ZERO TO IQ-LIST-COUNT.
006510     PERFORM 3100-FIND-ACCOUNT THRU 3100-EXIT.
006520     IF NOT IQ-ACCT-FOUND
006530         MOVE "ACCOUNT POSITIONS" TO IQ-HDR-VIEW-TITLE
006540         MOVE IQ-POS-COLUMNS TO IQ-HDR-COLUMNS
006550         GO TO 3000-EXIT
006560     END-IF.
006570     MOVE IQ-IN-ACCOUNT TO IQ-LOADED-ACCOUNT.
006580     PERFORM 3200-LOAD-POSITION-MASTER THRU 3200-EXIT.
006590     PERFORM 3300-LOAD-STOCKS THRU 3300-EXIT.
006600     IF IQ-CASH-FOUND
006610         MOVE IQ-CASH-BALANCE TO IQ-HDR-CASH
006620         MOVE IQ-CASH-SETTLED TO IQ-HDR-SETTLED
006630     ELSE
006640         MOVE "NONE ON MASTER" TO IQ-HDR-CASH-X
006650     END-IF.
006660 3000-EXIT.
006670     EXIT.

006680*----------------------------------------------------------------
006690* 3100-FIND-ACCOUNT - look the keyed code up on the account
006700* master and fill the header from its row.
006710*----------------------------------------------------------------
006720 3100-FIND-ACCOUNT.
006730     MOVE "N" TO IQ-SW-ACCT-FOUND.
006740     OPEN INPUT ACCOUNT-FILE-IN.
006750     IF IQ-ACM-FILE-STATUS = "35"
006760         MOVE "NO ACCOUNT MASTER FILE" TO IQ-MESSAGE
006770         GO TO 3100-EXIT
006780     END-IF.
006790     MOVE "N" TO IQ-SW-EOF.
006800     PERFORM 3110-READ-ACCOUNT THRU 3110-EXIT.
006810     PERFORM 3120-CHECK-ACCOUNT THRU 3120-EXIT
006820         UNTIL IQ-EOF OR IQ-ACCT-FOUND.
006830     CLOSE ACCOUNT-FILE-IN.
006840     IF NOT IQ-ACCT-FOUND
006850         MOVE "ACCOUNT NOT ON ACCOUNT MASTER" TO IQ-MESSAGE
006860     END-IF.
006870 3100-EXIT.
006880     EXIT.

006890 3110-READ-ACCOUNT.
006900     READ ACCOUNT-FILE-IN
006910         AT END SET IQ-EOF TO TRUE
006920     END-READ.
006930 3110-EXIT.
006940     EXIT.

006950 3120-CHECK-ACCOUNT.
006960     IF ACM-ACCOUNT = IQ-IN-ACCOUNT
006970         SET IQ-ACCT-FOUND TO TRUE
006980         MOVE ACM-ACCOUNT     TO IQ-HDR-ACCOUNT
006990         MOVE ACM-HOLDER-NAME TO IQ-HDR-HOLDER
007000         MOVE ACM-TYPE        TO IQ-HDR-TYPE
007010         IF ACM-IS-CLOSED
007020             MOVE "CLOSED" TO IQ-HDR-STATUS
007030         ELSE
007040             MOVE "OPEN"   TO IQ-HDR-STATUS
007050         END-IF
007060         GO TO 3120-EXIT
007070     END-IF.
007080     PERFORM 3110-READ-ACCOUNT THRU 3110-EXIT.
007090 3120-EXIT.
007100     EXIT.

007110*----------------------------------------------------------------
007120* 3200-LOAD-POSITION-MASTER - take the cycle date from the
007130* control record and keep the loaded account's positions,
007140* cash balances, lots, pending entitlements and unsettled
007150* trades.  A master written before settled cash was carried
007160* has none, and the settled balance is the trade-date one.
007170* With no account loaded yet only the cycle date is wanted.
007180*----------------------------------------------------------------
007190 3200-LOAD-POSITION-MASTER.
007200     MOVE ZERO TO IQ-POS-COUNT IQ-LOT-COUNT IQ-ENT-COUNT
007210                  IQ-PND-COUNT.
007220     MOVE ZERO TO IQ-CASH-BALANCE IQ-CASH-SETTLED.
007230     MOVE "N" TO IQ-SW-CASH-FOUND.
007240     MOVE "N" TO IQ-SW-TABLE-FULL.
007250     OPEN INPUT POSITION-MASTER-FILE.
007260     IF IQ-POSM-FILE-STATUS = "35"
007270         MOVE "NO POSITION MASTER FILE" TO IQ-MESSAGE
007280         GO TO 3200-EXIT
007290     END-IF.
007300     MOVE "N" TO IQ-SW-EOF.
007310     PERFORM 3210-READ-MASTER THRU 3210-EXIT.
007320     PERFORM 3220-KEEP-MASTER-ROW THRU 3220-EXIT
007330         UNTIL IQ-EOF.
007340     CLOSE POSITION-MASTER-FILE.
007350     IF IQ-TABLE-FULL
007360         MOVE "TOO MANY ROWS FOR THIS ACCOUNT - LIST CUT SHORT"
007370             TO IQ-MESSAGE
007380     END-IF.
007390 3200-EXIT.
007400     EXIT.

007410 3210-READ-MASTER.
007420     READ POSITION-MASTER-FILE
007430         AT END SET IQ-EOF TO TRUE
007440     END-READ.
007450 3210-EXIT.
007460     EXIT.

007470 3220-KEEP-MASTER-ROW.
007480     IF PM-IS-CONTROL
007490         MOVE PM-CYCLE-DATE TO IQ-CYCLE-DATE
007500         MOVE PM-COST-MODE  TO IQ-COST-MODE
007510         GO TO 3220-NEXT
007520     END-IF.
007530     IF IQ-LOADED-ACCOUNT = SPACES
007540         GO TO 3220-NEXT
007550     END-IF.
007560     IF PM-IS-POSITION AND PM-ACCOUNT = IQ-LOADED-ACCOUNT
007570         IF IQ-POS-COUNT >= 500
007580             SET IQ-TABLE-FULL TO TRUE
007590             GO TO 3220-NEXT
007600         END-IF
007610         ADD 1 TO IQ-POS-COUNT
007620         MOVE PM-SYMBOL       TO IQP-SYMBOL(IQ-POS-COUNT)
007630         MOVE PM-SHARES       TO IQP-SHARES(IQ-POS-COUNT)
007640         MOVE PM-AVERAGE-COST TO IQP-AVERAGE-COST(IQ-POS-COUNT)
007650         GO TO 3220-NEXT
007660     END-IF.
007670     IF PM-IS-CASH AND PM-CASH-ACCOUNT = IQ-LOADED-ACCOUNT
007680         MOVE PM-CASH-BALANCE TO IQ-CASH-BALANCE
007690         IF PM-CASH-SETTLED-X = SPACES
007700             MOVE PM-CASH-BALANCE TO IQ-CASH-SETTLED
007710         ELSE
007720             MOVE PM-CASH-SETTLED TO IQ-CASH-SETTLED
007730         END-IF
007740         SET IQ-CASH-FOUND TO TRUE
007750         GO TO 3220-NEXT
007760     END-IF.
007770     IF PM-IS-LOT AND PM-LOT-ACCOUNT = IQ-LOADED-ACCOUNT
007780         IF IQ-LOT-COUNT >= 2000
007790             SET IQ-TABLE-FULL TO TRUE
007800             GO TO 3220-NEXT
007810         END-IF
007820         ADD 1 TO IQ-LOT-COUNT
007830         MOVE PM-LOT-SYMBOL TO IQL-SYMBOL(IQ-LOT-COUNT)
007840         MOVE PM-LOT-DATE   TO IQL-DATE(IQ-LOT-COUNT)
007850         MOVE PM-LOT-SHARES TO IQL-SHARES(IQ-LOT-COUNT)
007860         MOVE PM-LOT-COST   TO IQL-COST(IQ-LOT-COUNT)
007870         GO TO 3220-NEXT
007880     END-IF.
007890     IF PM-IS-ENTITLE AND PM-ENT-ACCOUNT = IQ-LOADED-ACCOUNT
007900         IF IQ-ENT-COUNT >= 500
007910             SET IQ-TABLE-FULL TO TRUE
007920             GO TO 3220-NEXT
007930         END-IF
007940         ADD 1 TO IQ-ENT-COUNT
007950         MOVE PM-ENT-SYMBOL   TO IQE-SYMBOL(IQ-ENT-COUNT)
007960         MOVE PM-ENT-PAY-DATE TO IQE-PAY-DATE(IQ-ENT-COUNT)
007970         MOVE PM-ENT-AMOUNT   TO IQE-AMOUNT(IQ-ENT-COUNT)
007980         GO TO 3220-NEXT
007990     END-IF.
008000     IF PM-IS-PENDING AND PM-PND-ACCOUNT = IQ-LOADED-ACCOUNT
008010         IF IQ-PND-COUNT >= 500
008020             SET IQ-TABLE-FULL TO TRUE
008030             GO TO 3220-NEXT
008040         END-IF
008050         ADD 1 TO IQ-PND-COUNT
008060         MOVE PM-PND-SYMBOL      TO IQU-SYMBOL(IQ-PND-COUNT)
008070         MOVE PM-PND-TRADE-DATE  TO IQU-TRADE-DATE(IQ-PND-COUNT)
008080         MOVE PM-PND-SETTLE-DATE
008090             TO IQU-SETTLE-DATE(IQ-PND-COUNT)
008100         MOVE PM-PND-CODE        TO IQU-CODE(IQ-PND-COUNT)
008110         MOVE PM-PND-AMOUNT      TO IQU-AMOUNT(IQ-PND-COUNT)
008120         MOVE PM-PND-STATUS      TO IQU-STATUS(IQ-PND-COUNT)
008130     END-IF.
008140 3220-NEXT.
008150     PERFORM 3210-READ-MASTER THRU 3210-EXIT.
008160 3220-EXIT.
008170     EXIT.

008180*----------------------------------------------------------------
008190* 3300-LOAD-STOCKS - names, closes and quote currencies for
008200* the positions view.
008210*----------------------------------------------------------------
008220 3300-LOAD-STOCKS.
008230     MOVE ZERO TO IQ-STOCK-COUNT.
008240     OPEN INPUT STOCK-FILE-IN.
008250     IF IQ-STK-FILE-STATUS = "35"
008260         GO TO 3300-EXIT
008270     END-IF.
008280     MOVE "N" TO IQ-SW-EOF.
008290     PERFORM 3310-READ-STOCK THRU 3310-EXIT.
008300     PERFORM 3320-KEEP-STOCK THRU 3320-EXIT
008310         UNTIL IQ-EOF.
008320     CLOSE STOCK-FILE-IN.
008330 3300-EXIT.
008340     EXIT.

008350 3310-READ-STOCK.
008360     READ STOCK-FILE-IN
008370         AT END SET IQ-EOF TO TRUE
008380     END-READ.
008390 3310-EXIT.
008400     EXIT.

008410 3320-KEEP-STOCK.
008420     IF IQ-STOCK-COUNT < 10000
008430         ADD 1 TO IQ-STOCK-COUNT
008440         MOVE STOCK-SYMBOL-S TO IQS-SYMBOL(IQ-STOCK-COUNT)
008450         MOVE STOCK-NAME     TO IQS-NAME(IQ-STOCK-COUNT)
008460         MOVE CLOSING-PRICE  TO IQS-CLOSE(IQ-STOCK-COUNT)
008470         MOVE STOCK-CURRENCY-CODE
008480             TO IQS-CURRENCY(IQ-STOCK-COUNT)
008490     END-IF.
008500     PERFORM 3310-READ-STOCK THRU 3310-EXIT.
008510 3320-EXIT.
008520     EXIT.

008530*----------------------------------------------------------------
008540* 4100-BUILD-POSITION-LIST - one line per position: shares and
008550* average cost from the master, valued at the stock master's
008560* close in the symbol's own currency.  A symbol not on the
008570* stock master, or with no close, shows no value.
008580*----------------------------------------------------------------
008590 4100-BUILD-POSITION-LIST.
008600     MOVE "ACCOUNT POSITIONS" TO IQ-HDR-VIEW-TITLE.
008610     MOVE IQ-POS-COLUMNS TO IQ-HDR-COLUMNS.
008620     MOVE SPACES TO IQ-LIST-TABLE.
008630     MOVE ZERO TO IQ-LIST-COUNT.
008640     MOVE "N" TO IQ-SW-LIST-FULL.
008650     PERFORM 4110-LIST-ONE-POSITION THRU 4110-EXIT
008660         VARYING IQ-SUB FROM 1 BY 1
008670         UNTIL IQ-SUB > IQ-POS-COUNT.
008680     IF IQ-LIST-COUNT = ZERO AND IQ-MESSAGE = SPACES
008690         MOVE "NO POSITIONS ON THE MASTER FOR THIS ACCOUNT"
008700             TO IQ-MESSAGE
008710     END-IF.
008720 4100-EXIT.
008730     EXIT.

008740 4110-LIST-ONE-POSITION.
008750     MOVE SPACES TO IQ-POS-LINE.
008760     MOVE IQP-SYMBOL(IQ-SUB)       TO IQ-PSL-SYMBOL.
008770     MOVE IQP-SHARES(IQ-SUB)       TO IQ-PSL-SHARES.
008780     MOVE IQP-AVERAGE-COST(IQ-SUB) TO IQ-PSL-AVG-COST.
008790     MOVE SPACES TO IQ-PSL-CLOSE-X.
008800     MOVE SPACES TO IQ-PSL-VALUE-X.
008810     PERFORM 4120-FIND-STOCK THRU 4120-EXIT.
008820     IF IQ-STOCK-FOUND
008830         MOVE IQS-NAME(IQ-STOCK-FOUND-IDX) TO IQ-PSL-NAME
008840         MOVE IQS-CURRENCY(IQ-STOCK-FOUND-IDX)
008850             TO IQ-PSL-CURRENCY
008860         IF IQS-CLOSE(IQ-STOCK-FOUND-IDX) > ZERO
008870             MOVE IQS-CLOSE(IQ-STOCK-FOUND-IDX) TO IQ-PSL-CLOSE
008880             COMPUTE IQ-MARKET-VALUE =
008890                 IQP-SHARES(IQ-SUB)
008900                 * IQS-CLOSE(IQ-STOCK-FOUND-IDX)
008910             MOVE IQ-MARKET-VALUE TO IQ-PSL-VALUE
008920         END-IF
008930     ELSE
008940         MOVE "NOT ON STOCK MASTER" TO IQ-PSL-NAME
008950     END-IF.
008960     MOVE IQ-POS-LINE TO IQ-WORK-LINE.
008970     PERFORM 4990-ADD-LIST-LINE THRU 4990-EXIT.
008980 4110-EXIT.
008990     EXIT.

009000 4120-FIND-STOCK.
009010     MOVE "N" TO IQ-SW-STOCK-FOUND.
009020     PERFORM 4130-COMPARE-STOCK THRU 4130-EXIT
009030         VARYING IQ-STOCK-FOUND-IDX FROM 1 BY 1
009040         UNTIL IQ-STOCK-FOUND-IDX > IQ-STOCK-COUNT
009050            OR IQ-STOCK-FOUND.
009060     IF IQ-STOCK-FOUND
009070         SUBTRACT 1 FROM IQ-STOCK-FOUND-IDX
009080     END-IF.
009090 4120-EXIT.
009100     EXIT.

009110 4130-COMPARE-STOCK.
009120     IF IQS-SYMBOL(IQ-STOCK-FOUND-IDX) = IQP-SYMBOL(IQ-SUB)
009130         SET IQ-STOCK-FOUND TO TRUE
009140     END-IF.
009150 4130-EXIT.
009160     EXIT.

009170*----------------------------------------------------------------
009180* 4200-BUILD-LOT-LIST - the open lots behind the positions,
009190* for the keyed symbol only if one was keyed.  An average-cost
009200* book carries no lots, and the screen says so.
009210*----------------------------------------------------------------
009220 4200-BUILD-LOT-LIST.
009230     MOVE "OPEN LOTS" TO IQ-HDR-VIEW-TITLE.
009240     MOVE IQ-LOT-COLUMNS TO IQ-HDR-COLUMNS.
009250     MOVE SPACES TO IQ-LIST-TABLE.
009260     MOVE ZERO TO IQ-LIST-COUNT.
009270     MOVE "N" TO IQ-SW-LIST-FULL.
009280     PERFORM 4210-LIST-ONE-LOT THRU 4210-EXIT
009290         VARYING IQ-SUB FROM 1 BY 1
009300         UNTIL IQ-SUB > IQ-LOT-COUNT.
009310     IF IQ-LIST-COUNT = ZERO
009320         IF IQ-COST-MODE = "A"
009330             MOVE "AVERAGE COST BOOK - NO LOTS ARE CARRIED"
009340                 TO IQ-MESSAGE
009350         ELSE
009360             MOVE "NO OPEN LOTS ON THE MASTER" TO IQ-MESSAGE
009370         END-IF
009380     END-IF.
009390 4200-EXIT.
009400     EXIT.

009410 4210-LIST-ONE-LOT.
009420     IF IQ-IN-SYMBOL NOT = SPACES
009430        AND IQL-SYMBOL(IQ-SUB) NOT = IQ-IN-SYMBOL
009440         GO TO 4210-EXIT
009450     END-IF.
009460     MOVE SPACES TO IQ-LOT-LINE.
009470     MOVE IQL-SYMBOL(IQ-SUB) TO IQ-LTL-SYMBOL.
009480     MOVE IQL-DATE(IQ-SUB)   TO IQ-LTL-DATE.
009490     MOVE IQL-SHARES(IQ-SUB) TO IQ-LTL-SHARES.
009500     MOVE IQL-COST(IQ-SUB)   TO IQ-LTL-COST.
009510     COMPUTE IQ-MARKET-VALUE =
009520         IQL-SHARES(IQ-SUB) * IQL-COST(IQ-SUB).
009530     MOVE IQ-MARKET-VALUE TO IQ-LTL-BOOK.
009540     MOVE IQ-LOT-LINE TO IQ-WORK-LINE.
009550     PERFORM 4990-ADD-LIST-LINE THRU 4990-EXIT.
009560 4210-EXIT.
009570     EXIT.

009580*----------------------------------------------------------------
009590* 4300-BUILD-ENTITLE-LIST - dividends declared on shares the
009600* account held on the record date and not yet paid, for the
009610* keyed symbol only if one was keyed.
009620*----------------------------------------------------------------
009630 4300-BUILD-ENTITLE-LIST.
009640     MOVE "PENDING DIVIDEND ENTITLEMENTS" TO IQ-HDR-VIEW-TITLE.
009650     MOVE IQ-ENT-COLUMNS TO IQ-HDR-COLUMNS.
009660     MOVE SPACES TO IQ-LIST-TABLE.
009670     MOVE ZERO TO IQ-LIST-COUNT.
009680     MOVE "N" TO IQ-SW-LIST-FULL.
009690     PERFORM 4310-LIST-ONE-ENTITLE THRU 4310-EXIT
009700         VARYING IQ-SUB FROM 1 BY 1
009710         UNTIL IQ-SUB > IQ-ENT-COUNT.
009720     IF IQ-LIST-COUNT = ZERO
009730         MOVE "NO PENDING ENTITLEMENTS" TO IQ-MESSAGE
009740     END-IF.
009750 4300-EXIT.
009760     EXIT.

009770 4310-LIST-ONE-ENTITLE.
009780     IF IQ-IN-SYMBOL NOT = SPACES
009790        AND IQE-SYMBOL(IQ-SUB) NOT = IQ-IN-SYMBOL
009800         GO TO 4310-EXIT
009810     END-IF.
009820     MOVE SPACES TO IQ-ENT-LINE.
009830     MOVE IQE-SYMBOL(IQ-SUB)   TO IQ-ETL-SYMBOL.
009840     MOVE IQE-PAY-DATE(IQ-SUB) TO IQ-ETL-PAY-DATE.
009850     MOVE IQE-AMOUNT(IQ-SUB)   TO IQ-ETL-AMOUNT.
009860     MOVE IQ-ENT-LINE TO IQ-WORK-LINE.
009870     PERFORM 4990-ADD-LIST-LINE THRU 4990-EXIT.
009880 4310-EXIT.
009890     EXIT.

009900*----------------------------------------------------------------
009910* 4400-BUILD-ACTIVITY-LIST - the keyed symbol's latest
009920* transactions, realized rows and paid dividends for the
009930* account, each under its own heading, with a count of any
009940* earlier rows left off.
009950*----------------------------------------------------------------
009960 4400-BUILD-ACTIVITY-LIST.
009970     MOVE SPACES TO IQ-HDR-VIEW-TITLE.
009980     STRING "ACTIVITY FOR " DELIMITED BY SIZE
009990            IQ-IN-SYMBOL DELIMITED BY SPACE
010000         INTO IQ-HDR-VIEW-TITLE
010010     END-STRING.
010020     MOVE IQ-ACT-COLUMNS TO IQ-HDR-COLUMNS.
010030     MOVE SPACES TO IQ-LIST-TABLE.
010040     MOVE ZERO TO IQ-LIST-COUNT.
010050     MOVE "N" TO IQ-SW-LIST-FULL.
010060     MOVE "TRANSACTIONS" TO IQ-WORK-LINE.
010070     PERFORM 4990-ADD-LIST-LINE THRU 4990-EXIT.
010080     PERFORM 4410-SCAN-TRANSACTIONS THRU 4410-EXIT.
010090     MOVE "REALIZED GAINS AND LOSSES" TO IQ-WORK-LINE.
010100     PERFORM 4990-ADD-LIST-LINE THRU 4990-EXIT.
010110     PERFORM 4420-SCAN-REALIZED THRU 4420-EXIT.
010120     MOVE "DIVIDENDS PAID" TO IQ-WORK-LINE.
010130     PERFORM 4990-ADD-LIST-LINE THRU 4990-EXIT.
010140     PERFORM 4430-SCAN-DIVIDENDS THRU 4430-EXIT.
010150 4400-EXIT.
010160     EXIT.

010170 4410-SCAN-TRANSACTIONS.
010180     MOVE ZERO TO IQ-RING-COUNT IQ-RING-SKIPPED.
010190     OPEN INPUT TRANSACTION-FILE-IN.
010200     IF IQ-TRN-FILE-STATUS = "35"
010210         GO TO 4410-FLUSH
010220     END-IF.
010230     MOVE "N" TO IQ-SW-EOF.
010240     PERFORM 4411-READ-TRANSACTION THRU 4411-EXIT.
010250     PERFORM 4412-KEEP-TRANSACTION THRU 4412-EXIT
010260         UNTIL IQ-EOF.
010270     CLOSE TRANSACTION-FILE-IN.
010280 4410-FLUSH.
010290     PERFORM 4950-FLUSH-RING THRU 4950-EXIT.
010300 4410-EXIT.
010310     EXIT.

010320 4411-READ-TRANSACTION.
010330     READ TRANSACTION-FILE-IN
010340         AT END SET IQ-EOF TO TRUE
010350     END-READ.
010360 4411-EXIT.
010370     EXIT.

010380 4412-KEEP-TRANSACTION.
010390     IF TRANS-ACCOUNT NOT = IQ-LOADED-ACCOUNT
010400        OR TRANS-SYMBOL NOT = IQ-IN-SYMBOL
010410         GO TO 4412-NEXT
010420     END-IF.
010430     PERFORM 4415-CODE-TEXT THRU 4415-EXIT.
010440     MOVE SPACES TO IQ-TRL-NOTE.
010450     MOVE TRANS-DATE     TO IQ-TRL-DATE.
010460     MOVE IQ-CODE-TEXT   TO IQ-TRL-CODE.
010470     MOVE TRANS-QUANTITY TO IQ-TRL-QUANTITY.
010480     MOVE TRANS-PRICE    TO IQ-TRL-PRICE.
010490     IF TRANS-IS-CORRECTION
010500         MOVE TRANS-ORIG-DATE    TO IQ-TRN-ORIG-DATE
010510         MOVE TRANS-ORIG-CODE    TO IQ-TRN-ORIG-CODE
010520         MOVE TRANS-NEW-QUANTITY TO IQ-TRN-NEW-QTY
010530         MOVE TRANS-NEW-PRICE    TO IQ-TRN-NEW-PRICE
010540         MOVE IQ-TRL-ORIG-NOTE   TO IQ-TRL-NOTE
010550     END-IF.
010560     MOVE IQ-TRN-LINE TO IQ-WORK-LINE.
010570     PERFORM 4900-KEEP-LATEST THRU 4900-EXIT.
010580 4412-NEXT.
010590     PERFORM 4411-READ-TRANSACTION THRU 4411-EXIT.
010600 4412-EXIT.
010610     EXIT.

010620 4415-CODE-TEXT.
010630     MOVE TRANS-CODE TO IQ-CODE-TEXT.
010640     IF TRANS-IS-BUY
010650         MOVE "BUY" TO IQ-CODE-TEXT
010660     END-IF.
010670     IF TRANS-IS-SELL
010680         MOVE "SELL" TO IQ-CODE-TEXT
010690     END-IF.
010700     IF TRANS-IS-TRANSFER-OUT
010710         MOVE "XFER OUT" TO IQ-CODE-TEXT
010720     END-IF.
010730     IF TRANS-IS-TRANSFER-IN
010740         MOVE "XFER IN" TO IQ-CODE-TEXT
010750     END-IF.
010760     IF TRANS-IS-CANCEL
010770         MOVE "CANCEL" TO IQ-CODE-TEXT
010780     END-IF.
010790     IF TRANS-IS-CORRECT
010800         MOVE "CORRECT" TO IQ-CODE-TEXT
010810     END-IF.
010820 4415-EXIT.
010830     EXIT.

010840 4420-SCAN-REALIZED.
010850     MOVE ZERO TO IQ-RING-COUNT IQ-RING-SKIPPED.
010860     OPEN INPUT REALIZED-LEDGER-IN.
010870     IF IQ-RLG-FILE-STATUS = "35"
010880         GO TO 4420-FLUSH
010890     END-IF.
010900     MOVE "N" TO IQ-SW-EOF.
010910     PERFORM 4421-READ-REALIZED THRU 4421-EXIT.
010920     PERFORM 4422-KEEP-REALIZED THRU 4422-EXIT
010930         UNTIL IQ-EOF.
010940     CLOSE REALIZED-LEDGER-IN.
010950 4420-FLUSH.
010960     PERFORM 4950-FLUSH-RING THRU 4950-EXIT.
010970 4420-EXIT.
010980     EXIT.

010990 4421-READ-REALIZED.
011000     READ REALIZED-LEDGER-IN
011010         AT END SET IQ-EOF TO TRUE
011020     END-READ.
011030 4421-EXIT.
011040     EXIT.

011050 4422-KEEP-REALIZED.
011060     IF RLG-ACCOUNT NOT = IQ-LOADED-ACCOUNT
011070        OR RLG-SYMBOL NOT = IQ-IN-SYMBOL
011080         GO TO 4422-NEXT
011090     END-IF.
011100     MOVE SPACES TO IQ-RLL-FLAG.
011110     MOVE RLG-DATE         TO IQ-RLL-DATE.
011120     MOVE RLG-QUANTITY     TO IQ-RLL-QUANTITY.
011130     MOVE RLG-SELL-PRICE   TO IQ-RLL-SELL-PRICE.
011140     MOVE RLG-AVERAGE-COST TO IQ-RLL-COST.
011150     MOVE RLG-GAIN-LOSS    TO IQ-RLL-GAIN-LOSS.
011160     IF RLG-IS-SL-DENIAL
011170         MOVE "SL DENIED" TO IQ-RLL-FLAG
011180     END-IF.
011190     IF RLG-IS-REVERSAL
011200         MOVE "REVERSAL"  TO IQ-RLL-FLAG
011210     END-IF.
011220     MOVE IQ-RLG-LINE TO IQ-WORK-LINE.
011230     PERFORM 4900-KEEP-LATEST THRU 4900-EXIT.
011240 4422-NEXT.
011250     PERFORM 4421-READ-REALIZED THRU 4421-EXIT.
011260 4422-EXIT.
011270     EXIT.

011280 4430-SCAN-DIVIDENDS.
011290     MOVE ZERO TO IQ-RING-COUNT IQ-RING-SKIPPED.
011300     OPEN INPUT DIVIDEND-LEDGER-IN.
011310     IF IQ-DVL-FILE-STATUS = "35"
011320         GO TO 4430-FLUSH
011330     END-IF.
011340     MOVE "N" TO IQ-SW-EOF.
011350     PERFORM 4431-READ-DIVIDEND THRU 4431-EXIT.
011360     PERFORM 4432-KEEP-DIVIDEND THRU 4432-EXIT
011370         UNTIL IQ-EOF.
011380     CLOSE DIVIDEND-LEDGER-IN.
011390 4430-FLUSH.
011400     PERFORM 4950-FLUSH-RING THRU 4950-EXIT.
011410 4430-EXIT.
011420     EXIT.

011430 4431-READ-DIVIDEND.
011440     READ DIVIDEND-LEDGER-IN
011450         AT END SET IQ-EOF TO TRUE
011460     END-READ.
011470 4431-EXIT.
011480     EXIT.

011490 4432-KEEP-DIVIDEND.
011500     IF DVL-ACCOUNT NOT = IQ-LOADED-ACCOUNT
011510        OR DVL-SYMBOL NOT = IQ-IN-SYMBOL
011520         GO TO 4432-NEXT
011530     END-IF.
011540     MOVE DVL-DATE   TO IQ-DVL-DATE.
011550     MOVE DVL-AMOUNT TO IQ-DVL-AMOUNT.
011560     MOVE IQ-DVL-LINE TO IQ-WORK-LINE.
011570     PERFORM 4900-KEEP-LATEST THRU 4900-EXIT.
011580 4432-NEXT.
011590     PERFORM 4431-READ-DIVIDEND THRU 4431-EXIT.
011600 4432-EXIT.
011610     EXIT.

011620*----------------------------------------------------------------
011630* 4500-BUILD-PENDING-LIST - buys and sells posted to cash on
011640* their trade date but not yet settled, for the keyed symbol
011650* only if one was keyed.  A buy is cash still to go out, a
011660* sell cash still to come in; one whose settlement failed is
011670* flagged.
011680*----------------------------------------------------------------
011690 4500-BUILD-PENDING-LIST.
011700     MOVE "TRADES AWAITING SETTLEMENT" TO IQ-HDR-VIEW-TITLE.
011710     MOVE IQ-PND-COLUMNS TO IQ-HDR-COLUMNS.
011720     MOVE SPACES TO IQ-LIST-TABLE.
011730     MOVE ZERO TO IQ-LIST-COUNT.
011740     MOVE "N" TO IQ-SW-LIST-FULL.
011750     PERFORM 4510-LIST-ONE-PENDING THRU 4510-EXIT
011760         VARYING IQ-SUB FROM 1 BY 1
011770         UNTIL IQ-SUB > IQ-PND-COUNT.
011780     IF IQ-LIST-COUNT = ZERO
011790         MOVE "NO TRADES AWAITING SETTLEMENT" TO IQ-MESSAGE
011800     END-IF.
011810 4500-EXIT.
011820     EXIT.

011830 4510-LIST-ONE-PENDING.
011840     IF IQ-IN-SYMBOL NOT = SPACES
011850        AND IQU-SYMBOL(IQ-SUB) NOT = IQ-IN-SYMBOL
011860         GO TO 4510-EXIT
011870     END-IF.
011880     MOVE SPACES TO IQ-PND-LINE.
011890     MOVE IQU-SYMBOL(IQ-SUB)      TO IQ-PDL-SYMBOL.
011900     MOVE IQU-TRADE-DATE(IQ-SUB)  TO IQ-PDL-TRADE-DATE.
011910     MOVE IQU-SETTLE-DATE(IQ-SUB) TO IQ-PDL-SETTLE-DATE.
011920     IF IQU-CODE(IQ-SUB) = "B"
011930         MOVE "BUY"  TO IQ-PDL-SIDE
011940         COMPUTE IQ-MARKET-VALUE = ZERO - IQU-AMOUNT(IQ-SUB)
011950     ELSE
011960         MOVE "SELL" TO IQ-PDL-SIDE
011970         MOVE IQU-AMOUNT(IQ-SUB) TO IQ-MARKET-VALUE
011980     END-IF.
011990     MOVE IQ-MARKET-VALUE TO IQ-PDL-AMOUNT.
012000     IF IQU-FAILED(IQ-SUB)
012010         MOVE "FAILED"  TO IQ-PDL-STATUS
012020     ELSE
012030         MOVE "PENDING" TO IQ-PDL-STATUS
012040     END-IF.
012050     MOVE IQ-PND-LINE TO IQ-WORK-LINE.
012060     PERFORM 4990-ADD-LIST-LINE THRU 4990-EXIT.
012070 4510-EXIT.
012080     EXIT.

012090*----------------------------------------------------------------
012100* 4900-KEEP-LATEST - add the line in IQ-WORK-LINE to the ring
012110* of latest rows, dropping the oldest once the ring is full.
012120* The ledgers are written in date order, so the ring ends up
012130* holding the most recent rows.
012140*----------------------------------------------------------------
012150 4900-KEEP-LATEST.
012160     IF IQ-RING-COUNT < IQ-RING-LIMIT
012170         ADD 1 TO IQ-RING-COUNT
012180         MOVE IQ-WORK-LINE TO IQ-RING-LINE(IQ-RING-COUNT)
012190         GO TO 4900-EXIT
012200     END-IF.
012210     ADD 1 TO IQ-RING-SKIPPED.
012220     PERFORM 4910-SHIFT-RING-LINE THRU 4910-EXIT
012230         VARYING IQ-PAGE-SUB FROM 1 BY 1
012240         UNTIL IQ-PAGE-SUB >= IQ-RING-LIMIT.
012250     MOVE IQ-WORK-LINE TO IQ-RING-LINE(IQ-RING-LIMIT).
012260 4900-EXIT.
012270     EXIT.

012280 4910-SHIFT-RING-LINE.
012290     MOVE IQ-RING-LINE(IQ-PAGE-SUB + 1)
012300         TO IQ-RING-LINE(IQ-PAGE-SUB).
012310 4910-EXIT.
012320     EXIT.

012330*----------------------------------------------------------------
012340* 4950-FLUSH-RING - copy the ring to the list under its
012350* heading, noting any earlier rows left off or that there
012360* were none.
012370*----------------------------------------------------------------
012380 4950-FLUSH-RING.
012390     IF IQ-RING-COUNT = ZERO
012400         MOVE "  NONE" TO IQ-WORK-LINE
012410         PERFORM 4990-ADD-LIST-LINE THRU 4990-EXIT
012420         GO TO 4950-EXIT
012430     END-IF.
012440     IF IQ-RING-SKIPPED > ZERO
012450         MOVE IQ-RING-SKIPPED TO IQ-COUNT-EDIT
012460         MOVE SPACES TO IQ-WORK-LINE
012470         STRING "  (" DELIMITED BY SIZE
012480                IQ-COUNT-EDIT DELIMITED BY SIZE
012490                " EARLIER ROWS NOT SHOWN)" DELIMITED BY SIZE
012500             INTO IQ-WORK-LINE
012510         END-STRING
012520         PERFORM 4990-ADD-LIST-LINE THRU 4990-EXIT
012530     END-IF.
012540     PERFORM 4960-FLUSH-ONE-LINE THRU 4960-EXIT
012550         VARYING IQ-PAGE-SUB FROM 1 BY 1
012560         UNTIL IQ-PAGE-SUB > IQ-RING-COUNT.
012570 4950-EXIT.
012580     EXIT.

012590 4960-FLUSH-ONE-LINE.
012600     MOVE IQ-RING-LINE(IQ-PAGE-SUB) TO IQ-WORK-LINE.
012610     PERFORM 4990-ADD-LIST-LINE THRU 4990-EXIT.
012620 4960-EXIT.
012630     EXIT.

012640*----------------------------------------------------------------
012650* 4990-ADD-LIST-LINE - append IQ-WORK-LINE to the view's list.
012660*----------------------------------------------------------------
012670 4990-ADD-LIST-LINE.
012680     IF IQ-LIST-COUNT >= 1000
012690         IF NOT IQ-LIST-FULL
012700             SET IQ-LIST-FULL TO TRUE
012710             MOVE "LIST TOO LONG - FIRST 1000 LINES SHOWN"
012720                 TO IQ-MESSAGE
012730         END-IF
012740         GO TO 4990-EXIT
012750     END-IF.
012760     ADD 1 TO IQ-LIST-COUNT.
012770     MOVE IQ-WORK-LINE TO IQ-LIST-LINE(IQ-LIST-COUNT).
012780 4990-EXIT.
012790     EXIT.

012800 END PROGRAM ACCT-INQUIRY.
