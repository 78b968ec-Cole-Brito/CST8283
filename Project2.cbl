002520*                  no longer fails every subsequent run with
002530*                  no recovery short of hand-editing the
002540*                  price history.
002540* 2026-10-15  CB   Superficial-loss rule: a loss sold in a
002540*                  taxable account is denied when the same
002540*                  holder (any account under the holder name,
002540*                  RRSP/TFSA included) bought the symbol in the
002540*                  30 days before or after the sale.  A match
002540*                  is only recorded on the loss candidate; the
002540*                  denial is settled once the 30 days after the
002540*                  sale have passed, and only for the shares the
002541*                  replacement account still holds then.  The
002541*                  denied part is booked as a "D" row on the
002541*                  realized ledger, added to the replacement
002541*                  shares' cost (their lot in FIFO mode),
002541*                  journalled through GL 1300 and listed on
002541*                  SUPERLOSS.txt.  Recent purchases (type R) and
002541*                  loss candidates (type S, with a type M record
002541*                  after each matched one) carry forward on the
002541*                  position master until their windows close.
002542* 2026-10-15  CB   Contribution room: a deposit into an RRSP or
002542*                  TFSA is checked in 1290 against the room the
002542*                  holder has left for the plan and year (room
002542*                  from CONTRIB.txt, kept by ACCT-MAINT, less the
002542*                  year's deposits across the holder's accounts of
002542*                  that plan type, plus TFSA withdrawals of the
002542*                  year before, restored on January 1).  Over the
002542*                  room it is rejected as OVER CONTRIBUTION ROOM,
002542*                  or posted with a warning when the run carries
002543*                  the ROOMOK keyword.  Deposits and withdrawals
002543*                  per account and year carry forward on the
002543*                  position master (type T); ROOMRPT.txt lists the
002543*                  room used and remaining per holder.
002543* 2026-10-15  CB   Account master record carries the model
002543*                  portfolio code (not used here).
002543* 2026-10-15  CB   Account master record carries the open and
002543*                  close dates (not used here).
002543* 2026-10-15  CB   In-kind transfers: a transfer-out (code O)
002544*                  keyed directly ahead of its transfer-in (code
002544*                  I) - same date, symbol and quantity, another
002544*                  account - moves the shares instead of faking
002544*                  a sell and a buy.  Between accounts of the
002544*                  same tax status the cost carries over (FIFO
002544*                  mode moves the open lots with their original
002544*                  acquisition dates); from a CASH account into
002544*                  an RRSP/TFSA, or back out, it is a deemed
002544*                  disposition at that day's close, with its
002545*                  realized row, superficial-loss check and
002545*                  contribution room.  Journalled through GL
002545*                  1400; a half with no partner is rejected.
002545* 2026-10-15  CB   Trade cancel (code X) and correction (code C)
002545*                  rows take out a buy or sell booked on an
002545*                  earlier day and rebook the corrected trade at
002545*                  its original date, restated through the splits
002545*                  since.  A cancelled sell's realized rows are
002545*                  taken back with "R" rows on the ledger, and
002546*                  dividends captured since are restated.  Each
002546*                  correction is proven and listed on the new
002546*                  CORRRPT.txt audit report; one that does not
002546*                  net out fails the run's controls.
002546* 2026-10-15  CB   Compliance rules engine: a rules file
002546*                  (COMPRULE.txt) names restricted and watch-list
002546*                  symbols, the most of an account's value one
002546*                  issuer or one sector code may make up, and the
002546*                  sector codes each account type may hold.  After
002547*                  every position is priced, 2400 checks each
002547*                  account and lists what breaches on COMPRPT.txt
002547*                  with the rule, limit, actual percentage and the
002547*                  date first breached, carried forward on a
002547*                  compliance master (COMPMST.txt) the way the
002547*                  break master ages recon breaks.
002547* 2026-10-15  CB   Trade-date and settled cash: each buy and sell
002547*                  now carries a settlement date P2-SETTLE-DAYS
002547*                  business days after the trade date, stepping
002548*                  over weekends and the holidays on HOLIDAYS.txt,
002548*                  and is held on the position master as a "U"
002548*                  record until it settles.  The cash record
002548*                  carries the settled balance beside the
002548*                  trade-date one, and the overdraft check now
002548*                  runs on the settled balance.  A trade the
002548*                  custodian's fails list (SETTFAIL.txt) still
002548*                  holds on or past its settlement date is
002548*                  reported as a failed settlement, and
002549*                  CASHLAD.txt projects each account's settled
002549*                  cash over the next five business days.
002549* 2026-10-15  CB   Recent-buy table purged of purchases past
002549*                  the 30-day window, or with no shares left to
002549*                  replace, before each buy is added, so a
002549*                  REBUILD no longer overflows it.  No zero
002549*                  gain/loss line is journalled for a cancelled
002549*                  sell that reversed at cost.
002550******************************************************************
002560 IDENTIFICATION DIVISION.
002570 PROGRAM-ID. PROJECT-2.
003580     ASSIGN TO "../PRICEEXC.txt"
003590     ORGANIZATION IS LINE SEQUENTIAL.

003590     SELECT SUPERLOSS-REPORT-OUT
003591     ASSIGN TO "../SUPERLOSS.txt"
003592     ORGANIZATION IS LINE SEQUENTIAL.

003593     SELECT CONTRIB-ROOM-FILE-IN
003594     ASSIGN TO "../CONTRIB.txt"
003595     ORGANIZATION IS LINE SEQUENTIAL
003596     FILE STATUS IS P2-ROOM-FILE-STATUS.

003597     SELECT ROOM-REPORT-OUT
003598     ASSIGN TO "../ROOMRPT.txt"
003599     ORGANIZATION IS LINE SEQUENTIAL.

003600     SELECT BREAK-MASTER-FILE
003610     ASSIGN TO "../BREAKMST.txt"
003620     ORGANIZATION IS LINE SEQUENTIAL
003660     ORGANIZATION IS LINE SEQUENTIAL
003670     FILE STATUS IS P2-CACT-FILE-STATUS.

003670     SELECT CORRECTION-REPORT-OUT
003670     ASSIGN TO "../CORRRPT.txt"
003671     ORGANIZATION IS LINE SEQUENTIAL.

003671     SELECT COMPLIANCE-RULE-FILE-IN
003671     ASSIGN TO "../COMPRULE.txt"
003672     ORGANIZATION IS LINE SEQUENTIAL
003672     FILE STATUS IS P2-CMR-FILE-STATUS.

003673     SELECT COMPLIANCE-MASTER-FILE
003673     ASSIGN TO "../COMPMST.txt"
003673     ORGANIZATION IS LINE SEQUENTIAL
003674     FILE STATUS IS P2-CMM-FILE-STATUS.

003674     SELECT COMPLIANCE-REPORT-OUT
003675     ASSIGN TO "../COMPRPT.txt"
003675     ORGANIZATION IS LINE SEQUENTIAL.

003675     SELECT HOLIDAY-FILE-IN
003676     ASSIGN TO "../HOLIDAYS.txt"
003676     ORGANIZATION IS LINE SEQUENTIAL
003676     FILE STATUS IS P2-HOL-FILE-STATUS.

003677     SELECT SETTLE-FAIL-FILE-IN
003677     ASSIGN TO "../SETTFAIL.txt"
003678     ORGANIZATION IS LINE SEQUENTIAL
003678     FILE STATUS IS P2-SFL-FILE-STATUS.

003678     SELECT CASH-LADDER-OUT
003679     ASSIGN TO "../CASHLAD.txt"
003679     ORGANIZATION IS LINE SEQUENTIAL.

003680 DATA DIVISION.
003690 FILE SECTION.
003700* Transaction history - one buy or sell per record.  Positions
003850        88 TRANS-IS-WITHDRAWAL VALUE "W".
003860        88 TRANS-IS-FEE        VALUE "F".
003870        88 TRANS-IS-CASH       VALUE "D" "W" "F".
003870*       In-kind transfer halves - keyed as a pair, the out
003871*       row directly ahead of its in row, same date, symbol
003871*       and quantity.  The price is not used; the shares move
003872*       at their cost, or at the day's close when the pair
003873*       crosses tax status.
003873        88 TRANS-IS-TRANSFER-OUT VALUE "O".
003874        88 TRANS-IS-TRANSFER-IN  VALUE "I".
003875        88 TRANS-IS-TRANSFER     VALUE "O" "I".
003875*       Trade corrections - a cancel or correct row names
003876*       the original trade by account, symbol, quantity and
003876*       price as keyed, with its date and code in the fields
003877*       behind; the row itself is dated the day it is keyed.
003878        88 TRANS-IS-CANCEL       VALUE "X".
003878        88 TRANS-IS-CORRECT      VALUE "C".
003879        88 TRANS-IS-CORRECTION   VALUE "X" "C".
003880     05 TRANS-QUANTITY   PIC 9(5).
003890     05 TRANS-PRICE      PIC 9(4)V99.
003891*    Used by cancel and correct rows only.  A correction gives
003892*    the quantity and price the trade should have had; either
003893*    left zero keeps the original's.
003894     05 TRANS-ORIG-DATE  PIC 9(8).
003895     05 TRANS-ORIG-CODE  PIC X.
003896        88 TRANS-ORIG-WAS-BUY  VALUE "B".
003897        88 TRANS-ORIG-WAS-SELL VALUE "S".
003898     05 TRANS-NEW-QUANTITY PIC 9(5).
003899     05 TRANS-NEW-PRICE  PIC 9(4)V99.

003900* Stock master - closing price is quoted in STOCK-CURRENCY-CODE,
003910* converted to CAD via FX-RATE-FILE-IN when that currency is not
004420     05 ACM-HOLDER-NAME  PIC X(25).
004430     05 ACM-TYPE         PIC X(4).
004440     05 ACM-STATUS       PIC X.
004442     05 ACM-MODEL        PIC X(4).
004444     05 ACM-OPEN-DATE    PIC 9(8).
004446     05 ACM-CLOSE-DATE   PIC 9(8).

004450* Dividend events - one row per declared dividend: the shares
004460* held as of the ex-date earn the rate per share, paid into
005890     05 RLG-SELL-PRICE    PIC 9(4)V99.
005900     05 RLG-AVERAGE-COST  PIC 9(4)V99.
005910     05 RLG-GAIN-LOSS     PIC S9(9)V99 SIGN LEADING SEPARATE.
005910*    "D" marks the denied part of a superficial loss - the
005911*    loss row itself is booked as sold, and the denial row
005912*    that follows adds the denied amount back, dated the
005913*    same day, so any sum over the ledger nets it out.  "R"
005914*    marks a row taken back by a cancelled or corrected sell:
005915*    dated the sell's own day with its gain or loss negated,
005916*    so the sell drops out of any sum the same way.
005917     05 RLG-SL-FLAG       PIC X.
005918        88 RLG-IS-SL-DENIAL   VALUE "D".
005919        88 RLG-IS-REVERSAL    VALUE "R".

005920* Staging file for the run's realized rows - written during
005930* the transaction pass and copied onto REALIZED-LEDGER-OUT
005950* position-master rewrite, so a rerun after a failure cannot
005960* append the same day's dispositions twice.
005970 FD REALIZED-WORK-FILE.
005980 01 REALIZED-WORK-RECORD    PIC X(49).

005990* Realized gain/loss report - per-symbol lifetime and
006000* year-to-date totals of the amounts booked to
006310* carries the cycle date already applied and the cost mode the
006320* master was built in; the alternate views of PM-DATA are the
006330* position, lot, cash-balance and pending-dividend-entitlement
006340* record types, plus the recent purchases, the open
006342* superficial-loss candidates whose 30-day windows are still
006344* running, and each registered account's deposits and
006346* withdrawals by calendar year, and the buys and sells still
006348* waiting to settle.
006350 FD POSITION-MASTER-FILE.
006360 01 POSITION-MASTER-RECORD.
006370     05 PM-RECORD-TYPE   PIC X.
006400        88 PM-IS-LOT         VALUE "L".
006410        88 PM-IS-CASH        VALUE "B".
006420        88 PM-IS-ENTITLE     VALUE "D".
006430        88 PM-IS-RECENT-BUY  VALUE "R".
006431        88 PM-IS-LOSS-CAND   VALUE "S".
006432        88 PM-IS-LOSS-MATCH  VALUE "M".
006433        88 PM-IS-CONTRIB     VALUE "T".
006434        88 PM-IS-PENDING     VALUE "U".
006435     05 PM-DATA          PIC X(40).
006440     05 PM-CONTROL-DATA REDEFINES PM-DATA.
006450        10 PM-CYCLE-DATE    PIC 9(8).
006460        10 PM-COST-MODE     PIC X.
006470        10 FILLER           PIC X(31).
006480     05 PM-POSITION-DATA REDEFINES PM-DATA.
006490        10 PM-ACCOUNT       PIC X(4).
006500        10 PM-SYMBOL        PIC X(7).
006530*       Cost-weighted average CAD rate at booking - spaces on
006540*       a master written before the rate was carried.
006550        10 PM-AVG-FX-RATE   PIC 9(3)V9999.
006560        10 FILLER           PIC X(9).
006570     05 PM-LOT-DATA REDEFINES PM-DATA.
006580        10 PM-LOT-ACCOUNT   PIC X(4).
006590        10 PM-LOT-SYMBOL    PIC X(7).
006600        10 PM-LOT-DATE      PIC 9(8).
006610        10 PM-LOT-SHARES    PIC 9(7).
006620        10 PM-LOT-COST      PIC 9(4)V99.
006625        10 FILLER           PIC X(8).
006630     05 PM-CASH-DATA REDEFINES PM-DATA.
006640        10 PM-CASH-ACCOUNT  PIC X(4).
006650        10 PM-CASH-BALANCE  PIC S9(9)V99
006660                            SIGN LEADING SEPARATE.
006670*       Settled balance - the trade-date balance above less
006670*       the trades still waiting to settle; spaces on a master
006671*       written before settled cash was carried.
006671        10 PM-CASH-SETTLED  PIC S9(9)V99
006672                            SIGN LEADING SEPARATE.
006672        10 FILLER           PIC X(12).
006673*    A buy or sell posted but not yet settled - the trade and
006674*    settlement dates, the side, and the cash the trade moves.
006674     05 PM-PENDING-DATA REDEFINES PM-DATA.
006675        10 PM-PND-ACCOUNT   PIC X(4).
006675        10 PM-PND-SYMBOL    PIC X(7).
006676        10 PM-PND-TRADE-DATE PIC 9(8).
006677        10 PM-PND-SETTLE-DATE PIC 9(8).
006677        10 PM-PND-CODE      PIC X.
006678        10 PM-PND-AMOUNT    PIC 9(9)V99.
006678*       P waiting to settle, F failed on its settlement date.
006679        10 PM-PND-STATUS    PIC X.
006680     05 PM-ENTITLE-DATA REDEFINES PM-DATA.
006690        10 PM-ENT-ACCOUNT   PIC X(4).
006700        10 PM-ENT-SYMBOL    PIC X(7).
006710        10 PM-ENT-PAY-DATE  PIC 9(8).
006720        10 PM-ENT-AMOUNT    PIC S9(9)V99
006730                            SIGN LEADING SEPARATE.
006740        10 FILLER           PIC X(9).
006740*    A purchase still young enough to replace a loss sold
006740*    within the next 30 days, with the shares already used
006740*    as the replacement for an earlier denial.
006741     05 PM-BUY-DATA REDEFINES PM-DATA.
006741        10 PM-BUY-ACCOUNT   PIC X(4).
006741        10 PM-BUY-SYMBOL    PIC X(7).
006741        10 PM-BUY-DATE      PIC 9(8).
006742        10 PM-BUY-QUANTITY  PIC 9(5).
006742        10 PM-BUY-PRICE     PIC 9(4)V99.
006742        10 PM-BUY-MATCHED   PIC 9(5).
006742        10 FILLER           PIC X(5).
006743*    A loss sold within the last 30 days whose window is
006743*    still open - the shares and the sale price and cost per
006743*    share they were sold at.  A candidate a purchase has
006743*    already matched names the replacement account and is
006744*    followed by a type M record with the purchase itself;
006744*    one still unmatched leaves the account blank.
006744     05 PM-LOSS-CAND-DATA REDEFINES PM-DATA.
006744        10 PM-SLC-ACCOUNT   PIC X(4).
006745        10 PM-SLC-SYMBOL    PIC X(7).
006745        10 PM-SLC-SALE-DATE PIC 9(8).
006745        10 PM-SLC-QUANTITY  PIC 9(5).
006745        10 PM-SLC-SELL-PRICE PIC 9(4)V99.
006746        10 PM-SLC-COST      PIC 9(4)V99.
006746        10 PM-SLC-REPL-ACCOUNT PIC X(4).
006746     05 PM-LOSS-MATCH-DATA REDEFINES PM-DATA.
006746        10 PM-SLM-REPL-DATE  PIC 9(8).
006747        10 PM-SLM-REPL-QTY   PIC 9(5).
006747        10 PM-SLM-REPL-PRICE PIC 9(4)V99.
006747        10 FILLER            PIC X(21).
006747*    One RRSP or TFSA account's deposits and withdrawals for
006748*    one calendar year - the room used that year and, in a
006748*    TFSA, the room to be put back the next January 1.
006748     05 PM-CONTRIB-DATA REDEFINES PM-DATA.
006748        10 PM-CTB-ACCOUNT   PIC X(4).
006749        10 PM-CTB-YEAR      PIC 9(4).
006749        10 PM-CTB-DEPOSITS  PIC 9(9)V99.
006749        10 PM-CTB-WITHDRAWALS PIC 9(9)V99.
006749        10 FILLER           PIC X(10).

006750* End-of-run balance summary - the control counts the run is
006760* balanced by, and whether the balancing equations held.
007490     05 FILLER           PIC X(3) VALUE SPACES.
007500     05 PEX-MESSAGE      PIC X(30).

007500* Superficial-loss report - one row per loss denied this run
007500* with the purchase that triggered it, then every candidate
007501* whose 30-day window is still open or closed this run with
007501* the loss allowed.
007501 FD SUPERLOSS-REPORT-OUT.
007502 01 SUPERLOSS-RECORD        PIC X(120).

007502* Contribution room - one row per holder, calendar year and
007503* registered plan type, maintained by ACCT-MAINT alongside the
007503* account master: the room the holder has for the plan that
007503* year before any deposit.  The TFSA room put back on January 1
007504* for the previous year's withdrawals is worked out here from
007504* the withdrawals themselves and is not on the file.  No file
007505* means deposits are not checked against room.
007505 FD CONTRIB-ROOM-FILE-IN.
007505 01 CONTRIB-ROOM-RECORD.
007506     05 CR-HOLDER-NAME   PIC X(25).
007506     05 CR-YEAR          PIC 9(4).
007506     05 CR-TYPE          PIC X(4).
007507     05 CR-ROOM          PIC 9(7)V99.

007507* Contribution room report - the registered-plan deposits this
007508* run found over the holder's room (rejected, or posted under
007508* ROOMOK), then the room, used and remaining for every holder
007508* and plan in the run year, for the monthly advisor mailing.
007509 FD ROOM-REPORT-OUT.
007509 01 ROOM-REPORT-RECORD       PIC X(132).

007510* Corporate actions - stock splits and symbol changes, applied
007520* while positions are built.  A split carries a ratio (new
007530* shares per old share); a symbol change carries the new
007630     05 CA-RATIO          PIC 9(2)V9(4).
007640     05 CA-NEW-SYMBOL     PIC X(7).

007640* Trade corrections audit report - every cancel and correct row
007640* posted, with the account's position and cash before and
007640* after and whether the movement proved out.
007640 FD CORRECTION-REPORT-OUT.
007640 01 CORRECTION-REPORT-RECORD PIC X(132).

007640* Compliance rules - one rule per row.  The scope is the
007640* account type the rule applies to (RRSP, TFSA, CASH, MRGN),
007641* or ALL/blank for every account.  R and W name a restricted
007641* or watch-list symbol in the code; I and S cap the percentage
007641* of the account's value (holdings plus cash) one issuer or one
007641* sector may make up - a symbol or sector code names the one it
007641* caps, a blank code sets the limit for all of them, and the
007641* most specific rule wins; P names a sector code the account
007641* type is permitted to hold, and once any P rule applies to an
007642* account type every other sector is a breach for it.  The
007642* file is optional - no file means no compliance checking.
007642 FD COMPLIANCE-RULE-FILE-IN.
007642 01 COMPLIANCE-RULE-RECORD.
007642     05 CRL-RULE-TYPE    PIC X.
007642        88 CRL-IS-RESTRICTED    VALUE "R".
007642        88 CRL-IS-WATCH         VALUE "W".
007643        88 CRL-IS-ISSUER-MAX    VALUE "I".
007643        88 CRL-IS-SECTOR-MAX    VALUE "S".
007643        88 CRL-IS-PERMITTED     VALUE "P".
007643        88 CRL-IS-VALID-TYPE    VALUE "R" "W" "I" "S" "P".
007643     05 CRL-SCOPE        PIC X(4).
007643     05 CRL-CODE         PIC X(7).
007643     05 CRL-LIMIT-PCT    PIC 9(3)V99.

007644* Compliance master - the carry-forward memory behind breach
007644* aging, as BREAKMST.txt is for recon breaks: one row per
007644* breach still open at the end of the last checked run, keyed
007644* by account, rule type and symbol or sector code, with the
007644* date it was first breached.  Rewritten in the guarded
007644* end-of-run section.
007644 FD COMPLIANCE-MASTER-FILE.
007645 01 COMPLIANCE-MASTER-RECORD.
007645     05 CM-ACCOUNT        PIC X(4).
007645     05 CM-RULE-TYPE      PIC X.
007645     05 CM-CODE           PIC X(7).
007645     05 CM-FIRST-BREACHED PIC 9(8).

007645* Compliance breach report - every rule an account breaches
007645* today, with the limit, the actual percentage of the account
007645* and the date first breached; watch-list holdings; then the
007646* breaches that cleared since the last run.
007646 FD COMPLIANCE-REPORT-OUT.
007646 01 COMPLIANCE-REPORT-RECORD PIC X(132).

007646* Exchange holiday calendar - one market holiday per row.  A
007646* settlement date steps over these as well as weekends.  The
007646* file is optional - no file means only weekends are skipped.
007646 FD HOLIDAY-FILE-IN.
007647 01 HOLIDAY-RECORD.
007647     05 HOL-DATE          PIC 9(8).
007647     05 HOL-NAME          PIC X(25).

007647* Custodian settlement fails - one row per buy or sell the
007647* custodian reports it has not settled, by account, symbol,
007647* trade date and side (B or S).  A trade on the list stays
007647* pending past its settlement date and is reported as a failed
007648* settlement instead of settling.  The file is optional - no
007648* file means every trade settles on its settlement date.
007648 FD SETTLE-FAIL-FILE-IN.
007648 01 SETTLE-FAIL-RECORD.
007648     05 SFL-ACCOUNT       PIC X(4).
007648     05 SFL-SYMBOL        PIC X(7).
007648     05 SFL-TRADE-DATE    PIC 9(8).
007649     05 SFL-CODE          PIC X.

007649* Projected cash ladder - per account, the trade-date and
007649* settled cash today, the settled cash projected for each of
007649* the next five business days as pending trades settle, and
007649* the cash still held up in failed settlements.
007649 FD CASH-LADDER-OUT.
007649 01 CASH-LADDER-RECORD       PIC X(132).

007650 WORKING-STORAGE SECTION.
007660 01 HEADER-DIVISION.
007670     05 FILLER PIC X(128) VALUE ALL "=".
009100* resumes an interrupted report from its checkpoint;
009110* ASOF=YYYYMMDD reproduces the report as of a past date;
009120* PRICEOK accepts this run's price tolerance breaks as
009130* report-only after an operator has confirmed the moves;
009132* ROOMOK posts registered-plan deposits over the holder's
009134* contribution room, with a warning, once operations has
009136* approved them.
009140 01 P2-COMMAND-LINE         PIC X(60) VALUE SPACES.
009150 01 P2-PARM-TOKENS.
009160     05 P2-PARM-TOKEN OCCURS 6 TIMES PIC X(15).
009170 77 P2-PARM-SUB             PIC 9(2) COMP VALUE ZERO.
009180 77 P2-ASOF-DATE            PIC 9(8) VALUE ZERO.
009190 77 P2-LOT-COUNT            PIC 9(5) COMP VALUE ZERO.
009290 77 P2-MAX-TRANS-DATE       PIC 9(8) VALUE ZERO.
009300 77 P2-CYCLE-GAP-DAYS       PIC S9(7) VALUE ZERO.

009300* Superficial-loss work fields.  The loss shares and amount
009300* of the sell being posted are gathered by 1344 as each
009300* disposition books, then matched once the whole sell is
009300* in; P2-SL-* carries one match onto the candidate table,
009300* and one denial from its settlement to its booking and
009300* report line.
009300 77 P2-SL-WINDOW-DAYS      PIC 9(3) COMP VALUE 30.
009300 77 P2-BUY-COUNT           PIC 9(5) COMP VALUE ZERO.
009300 77 P2-BUY-KEEP            PIC 9(5) COMP VALUE ZERO.
009300 77 P2-BUY-CUTOFF-DAY      PIC 9(7) COMP VALUE ZERO.
009300 77 P2-SLC-COUNT           PIC 9(5) COMP VALUE ZERO.
009300 77 P2-SL-BUY-SUB          PIC 9(5) COMP VALUE ZERO.
009300 77 P2-SL-ADD-SUB          PIC 9(5) COMP VALUE ZERO.
009300 77 P2-SL-PRIOR-SUB        PIC 9(5) COMP VALUE ZERO.
009300 77 P2-SL-LOT-SUB          PIC 9(5) COMP VALUE ZERO.
009300 77 P2-SL-LOT-HIT          PIC 9(5) COMP VALUE ZERO.
009300 77 P2-SL-SAVE-POS-IDX     PIC 9(5) COMP VALUE ZERO.
009300 77 P2-SL-LOSS-QTY         PIC 9(7) VALUE ZERO.
009300 77 P2-SL-LOSS-AMT         PIC 9(9)V99 VALUE ZERO.
009300 77 P2-SL-OPEN-QTY         PIC 9(7) VALUE ZERO.
009300 77 P2-SL-CLAIMED-QTY      PIC 9(7) VALUE ZERO.
009300 77 P2-SL-AVAIL-QTY        PIC 9(7) VALUE ZERO.
009300 77 P2-SL-HELD-QTY         PIC 9(7) VALUE ZERO.
009300 77 P2-SL-UNIT-COST        PIC 9(4)V99 VALUE ZERO.
009300 77 P2-SL-SALE-DAY         PIC 9(7) COMP VALUE ZERO.
009300 77 P2-SL-BUY-DAY          PIC 9(7) COMP VALUE ZERO.
009300 77 P2-SL-CYCLE-DAY        PIC 9(7) COMP VALUE ZERO.
009300 77 P2-SL-CLOSE-DATE       PIC 9(8) VALUE ZERO.
009300 77 P2-SL-HOLDER           PIC X(25) VALUE SPACES.
009300 77 P2-SL-DENIED-AMT       PIC 9(9)V99 VALUE ZERO.
009300 77 P2-SL-DENIED-COUNT     PIC 9(5) COMP VALUE ZERO.
009300 77 P2-SL-DENIED-TOTAL     PIC 9(11)V99 VALUE ZERO.
009301 77 P2-SL-OPEN-TOTAL       PIC 9(11)V99 VALUE ZERO.
009301 77 P2-SL-ALLOWED-TOTAL    PIC 9(11)V99 VALUE ZERO.

009301 01 P2-SL-DENIAL.
009301     05 P2-SL-SALE-ACCOUNT  PIC X(4).
009301     05 P2-SL-SYMBOL        PIC X(7).
009301     05 P2-SL-SALE-DATE     PIC 9(8).
009301     05 P2-SL-SELL-PRICE    PIC 9(4)V99.
009301     05 P2-SL-COST          PIC 9(4)V99.
009301     05 P2-SL-QTY           PIC 9(7).
009301     05 P2-SL-REPL-ACCOUNT  PIC X(4).
009301     05 P2-SL-REPL-DATE     PIC 9(8).
009301     05 P2-SL-REPL-QTY      PIC 9(5).
009301     05 P2-SL-REPL-PRICE    PIC 9(4)V99.

009301* Contribution room work fields.  P2-ROOM-KEY carries the
009301* holder, year and plan type being checked or reported from
009301* the lookup to the room arithmetic and the report line.
009301 77 P2-ROOM-FILE-STATUS    PIC X(2) VALUE SPACES.
009301 77 P2-ROOM-COUNT          PIC 9(4) COMP VALUE ZERO.
009301 77 P2-ROOM-FOUND-IDX      PIC 9(4) COMP VALUE ZERO.
009301 77 P2-CTB-COUNT           PIC 9(4) COMP VALUE ZERO.
009301 77 P2-CTB-FOUND-IDX       PIC 9(4) COMP VALUE ZERO.
009301 77 P2-CTB-SCAN-SUB        PIC 9(4) COMP VALUE ZERO.
009301 77 P2-ROOM-PRIOR-YEAR     PIC 9(4) VALUE ZERO.
009301 77 P2-ROOM-RPT-YEAR       PIC 9(4) VALUE ZERO.
009301 77 P2-ROOM-LIMIT          PIC 9(7)V99 VALUE ZERO.
009301 77 P2-ROOM-RESTORED       PIC S9(9)V99 VALUE ZERO.
009301 77 P2-ROOM-USED           PIC S9(9)V99 VALUE ZERO.
009301 77 P2-ROOM-REMAINING      PIC S9(9)V99 VALUE ZERO.
009301 77 P2-ROOM-DEPOSIT        PIC S9(9)V99 VALUE ZERO.
009301 77 P2-ROOM-OVER-COUNT     PIC 9(5) COMP VALUE ZERO.
009301 77 P2-ROOM-REJECT-COUNT   PIC 9(5) COMP VALUE ZERO.
009301 77 P2-ROOM-REJECT-TOTAL   PIC S9(11)V99 VALUE ZERO.
009301 77 P2-CTL-ROOM-OVERRIDE   PIC 9(5) COMP VALUE ZERO.
009302 77 P2-ROOM-OVERRIDE-TOTAL PIC S9(11)V99 VALUE ZERO.

009302 01 P2-ROOM-KEY.
009302     05 P2-ROOM-HOLDER      PIC X(25).
009302     05 P2-ROOM-YEAR        PIC 9(4).
009302     05 P2-ROOM-TYPE        PIC X(4).

009302* In-kind transfer work fields.  The out half is held here
009302* while the row behind it is read to pair it; the basis fields
009302* carry the pair's tax-status verdict, the close a deemed
009302* disposition moves at, and the CAD value and cost the journal
009302* books for it.
009302 77 P2-CTL-XFER-PAIRS      PIC 9(7) COMP VALUE ZERO.
009302 77 P2-XFER-CLOSE          PIC 9(4)V99 VALUE ZERO.
009302 77 P2-XFER-CLOSE-DATE     PIC 9(8) VALUE ZERO.
009302 77 P2-XFER-OUT-COST       PIC 9(4)V99 VALUE ZERO.
009302 77 P2-XFER-OUT-FX         PIC 9(3)V9999 VALUE ZERO.
009302 77 P2-XFER-MOVED-COST     PIC S9(11)V99 VALUE ZERO.
009302 77 P2-XFER-GL-VALUE       PIC S9(11)V99 VALUE ZERO.
009302 77 P2-XFER-GL-COST        PIC S9(11)V99 VALUE ZERO.
009302 77 P2-XFER-LOT-SUB        PIC 9(5) COMP VALUE ZERO.
009302 77 P2-XFER-LOT-DATE       PIC 9(8) VALUE ZERO.
009302 77 P2-XFER-LOT-COST       PIC 9(4)V99 VALUE ZERO.
009302 77 P2-XFER-OUT-REG        PIC X VALUE "N".
009302 77 P2-XFER-IN-REG         PIC X VALUE "N".

009302 01 P2-XFER-OUT-ROW.
009302     05 XFO-ACCOUNT         PIC X(4).
009302     05 XFO-DATE            PIC 9(8).
009302     05 XFO-SYMBOL          PIC X(7).
009302     05 XFO-CODE            PIC X.
009302     05 XFO-QUANTITY        PIC 9(5).
009302     05 XFO-PRICE           PIC 9(4)V99.
009302     05 XFO-ORIG-DATE       PIC 9(8).
009302     05 XFO-ORIG-CODE       PIC X.
009302     05 XFO-NEW-QUANTITY    PIC 9(5).
009303     05 XFO-NEW-PRICE       PIC 9(4)V99.

009303 01 P2-XFER-IN-ROW.
009303     05 XFI-ACCOUNT         PIC X(4).
009303     05 XFI-DATE            PIC 9(8).
009303     05 XFI-SYMBOL          PIC X(7).
009303     05 XFI-CODE            PIC X.
009303     05 XFI-QUANTITY        PIC 9(5).
009303     05 XFI-PRICE           PIC 9(4)V99.
009303     05 XFI-ORIG-DATE       PIC 9(8).
009303     05 XFI-ORIG-CODE       PIC X.
009303     05 XFI-NEW-QUANTITY    PIC 9(5).
009303     05 XFI-NEW-PRICE       PIC 9(4)V99.

009303* Trade correction work fields.  The cancel or correct row is
009303* held in P2-CORR-ROW while the original trade is taken out
009303* and the corrected one rebooked through the ordinary posting
009303* paragraphs.  The split factor restates the original's shares
009303* and price in today's terms; the before snapshot and the
009303* expected movements prove the correction nets out.  The
009303* realized rows an original sell booked are gathered into
009303* P2-CORR-RVS-TABLE before anything is touched.
009303 77 P2-CTL-CORR-POSTED     PIC 9(7) COMP VALUE ZERO.
009303 77 P2-CTL-CORR-UNBAL      PIC 9(7) COMP VALUE ZERO.
009303 77 P2-CORR-REJECT-COUNT   PIC 9(7) COMP VALUE ZERO.
009303 77 P2-CORR-FACTOR         PIC 9(5)V9(6) VALUE 1.
009303 77 P2-CORR-WORK-FACTOR    PIC 9(5)V9(6) VALUE 1.
009303 77 P2-CORR-FACTOR-TO      PIC 9(8) VALUE ZERO.
009303 77 P2-CORR-CACT-SUB       PIC 9(4) COMP VALUE ZERO.
009303 77 P2-CORR-DEV-SUB        PIC 9(4) COMP VALUE ZERO.
009303 77 P2-CORR-RVS-SUB        PIC 9(3) COMP VALUE ZERO.
009303 77 P2-CORR-RVS-COUNT      PIC 9(3) COMP VALUE ZERO.
009303 77 P2-CORR-CASH-IDX       PIC 9(4) COMP VALUE ZERO.
009303 77 P2-CORR-SAVE-LOTS      PIC 9(5) COMP VALUE ZERO.
009304 77 P2-CORR-NEW-QTY        PIC 9(5) VALUE ZERO.
009304 77 P2-CORR-NEW-PRICE      PIC 9(4)V99 VALUE ZERO.
009304 77 P2-CORR-ORIG-SHARES    PIC 9(7) VALUE ZERO.
009304 77 P2-CORR-NEW-SHARES     PIC 9(7) VALUE ZERO.
009304 77 P2-CORR-BACK-SHARES    PIC 9(7) VALUE ZERO.
009304 77 P2-CORR-ORIG-EX        PIC 9(7) VALUE ZERO.
009304 77 P2-CORR-NEW-EX         PIC 9(7) VALUE ZERO.
009304 77 P2-CORR-EX-SHARES      PIC S9(7) VALUE ZERO.
009304 77 P2-CORR-SOLD-QTY       PIC 9(7) VALUE ZERO.
009304 77 P2-CORR-DONE-QTY       PIC 9(7) VALUE ZERO.
009304 77 P2-CORR-SKIP           PIC 9(7) VALUE ZERO.
009304 77 P2-CORR-REMAINING      PIC 9(7) VALUE ZERO.
009304 77 P2-CORR-TAKE           PIC 9(7) VALUE ZERO.
009304 77 P2-CORR-COST-BACK      PIC S9(11)V99 VALUE ZERO.
009304 77 P2-CORR-GL-PROCEEDS    PIC S9(11)V99 VALUE ZERO.
009304 77 P2-CORR-GL-COST        PIC S9(11)V99 VALUE ZERO.
009304 77 P2-CORR-LOT-DATE       PIC 9(8) VALUE ZERO.
009304 77 P2-CORR-LOT-SHARES     PIC 9(7) VALUE ZERO.
009304 77 P2-CORR-LOT-COST       PIC 9(4)V99 VALUE ZERO.
009304 77 P2-CORR-DIV-ADJ        PIC S9(9)V99 VALUE ZERO.
009304 77 P2-CORR-DIV-TOTAL      PIC S9(9)V99 VALUE ZERO.
009304 77 P2-CORR-DIV-PAID       PIC S9(9)V99 VALUE ZERO.
009304 77 P2-CORR-BEF-SHARES     PIC 9(7) VALUE ZERO.
009304 77 P2-CORR-BEF-COST       PIC 9(4)V99 VALUE ZERO.
009304 77 P2-CORR-BEF-CASH       PIC S9(9)V99 VALUE ZERO.
009304 77 P2-CORR-EXP-SHARES     PIC S9(7) VALUE ZERO.
009304 77 P2-CORR-ACT-SHARES     PIC S9(7) VALUE ZERO.
009304 77 P2-CORR-EXP-CASH       PIC S9(9)V99 VALUE ZERO.
009304 77 P2-CORR-ACT-CASH       PIC S9(9)V99 VALUE ZERO.

009304 01 P2-CORR-ROW.
009304     05 CRW-ACCOUNT         PIC X(4).
009304     05 CRW-DATE            PIC 9(8).
009304     05 CRW-SYMBOL          PIC X(7).
009305     05 CRW-CODE            PIC X.
009305        88 CRW-IS-CANCEL          VALUE "X".
009305        88 CRW-IS-CORRECT         VALUE "C".
009305     05 CRW-QUANTITY        PIC 9(5).
009305     05 CRW-PRICE           PIC 9(4)V99.
009305     05 CRW-ORIG-DATE       PIC 9(8).
009305     05 CRW-ORIG-CODE       PIC X.
009305        88 CRW-ORIG-WAS-BUY       VALUE "B".
009305        88 CRW-ORIG-WAS-SELL      VALUE "S".
009305     05 CRW-NEW-QUANTITY    PIC 9(5).
009305     05 CRW-NEW-PRICE       PIC 9(4)V99.

009305 01 P2-CORR-RVS-TABLE.
009305     05 P2-CORR-RVS-ENTRY OCCURS 50 TIMES.
009305        10 RVS-SYMBOL        PIC X(7).
009305        10 RVS-QUANTITY      PIC 9(5).
009305        10 RVS-COST          PIC 9(4)V99.

009305* Compliance work fields.  Every priced holding is gathered
009305* into P2-CMH-TABLE as 2200 prices it, in account order; the
009305* check pass then takes one account at a time, totals its
009305* value and its sectors, and tests each holding and sector
009305* against the rules in P2-CMR-TABLE.  The old and current
009305* breach tables age the breaches from run to run.
009305 77 P2-CMR-FILE-STATUS     PIC X(2) VALUE SPACES.
009305 77 P2-CMM-FILE-STATUS     PIC X(2) VALUE SPACES.
009305 77 P2-CMR-COUNT           PIC 9(4) COMP VALUE ZERO.
009305 77 P2-CMH-COUNT           PIC 9(5) COMP VALUE ZERO.
009305 77 P2-CMH-START           PIC 9(5) COMP VALUE ZERO.
009305 77 P2-CMH-END             PIC 9(5) COMP VALUE ZERO.
009305 77 P2-CMS-COUNT           PIC 9(3) COMP VALUE ZERO.
009305 77 P2-CMM-COUNT           PIC 9(5) COMP VALUE ZERO.
009305 77 P2-CMM-FOUND-IDX       PIC 9(5) COMP VALUE ZERO.
009305 77 P2-CMC-COUNT           PIC 9(5) COMP VALUE ZERO.
009305 77 P2-CMP-ACCOUNT         PIC X(4) VALUE SPACES.
009306 77 P2-CMP-ACCT-TYPE       PIC X(4) VALUE SPACES.
009306 77 P2-CMP-ACCT-VALUE      PIC S9(11)V99 VALUE ZERO.
009306 77 P2-CMP-VALUE           PIC S9(11)V99 VALUE ZERO.
009306 77 P2-CMP-PCT             PIC S9(5)V99 VALUE ZERO.
009306 77 P2-CMP-RULE-TYPE       PIC X VALUE SPACE.
009306 77 P2-CMP-CODE            PIC X(7) VALUE SPACES.
009306 77 P2-CMP-LIMIT           PIC 9(3)V99 VALUE ZERO.
009306 77 P2-CMP-RANK            PIC 9 VALUE ZERO.
009306 77 P2-CMP-BEST-RANK       PIC 9 VALUE ZERO.
009306 77 P2-CMP-FIRST-BREACHED  PIC 9(8) VALUE ZERO.
009306 77 P2-CMP-AGE-DAYS        PIC S9(5) COMP VALUE ZERO.
009306 77 P2-CMP-ACCT-COUNT      PIC 9(5) COMP VALUE ZERO.
009306 77 P2-CMP-BREACH-COUNT    PIC 9(5) COMP VALUE ZERO.
009306 77 P2-CMP-WATCH-COUNT     PIC 9(5) COMP VALUE ZERO.
009306 77 P2-CMP-RESOLVED-COUNT  PIC 9(5) COMP VALUE ZERO.
009306 77 P2-CMP-BAD-RULES       PIC 9(5) COMP VALUE ZERO.

009306 01 P2-CMR-TABLE.
009306     05 P2-CMR-ENTRY OCCURS 1 TO 500 TIMES
009306                     DEPENDING ON P2-CMR-COUNT
009306                     INDEXED BY P2-CMR-IDX.
009306        10 CMR-RULE-TYPE     PIC X.
009306        10 CMR-SCOPE         PIC X(4).
009306        10 CMR-CODE          PIC X(7).
009306        10 CMR-LIMIT         PIC 9(3)V99.

009306 01 P2-CMH-TABLE.
009306     05 P2-CMH-ENTRY OCCURS 1 TO 10000 TIMES
009306                     DEPENDING ON P2-CMH-COUNT
009306                     INDEXED BY P2-CMH-IDX.
009306        10 CMH-ACCOUNT       PIC X(4).
009306        10 CMH-SYMBOL        PIC X(7).
009306        10 CMH-SECTOR        PIC X(4).
009306        10 CMH-VALUE         PIC S9(11)V99.

009307 01 P2-CMS-TABLE.
009307     05 P2-CMS-ENTRY OCCURS 50 TIMES
009307                     INDEXED BY P2-CMS-IDX.
009307        10 CMS-SECTOR        PIC X(4).
009307        10 CMS-VALUE         PIC S9(11)V99.

009307 01 P2-CMM-TABLE.
009307     05 P2-CMM-ENTRY OCCURS 1 TO 5000 TIMES
009307                     DEPENDING ON P2-CMM-COUNT
009307                     INDEXED BY P2-CMM-IDX.
009307        10 CMM-ACCOUNT       PIC X(4).
009307        10 CMM-RULE-TYPE     PIC X.
009307        10 CMM-CODE          PIC X(7).
009307        10 CMM-FIRST-BREACHED PIC 9(8).
009307        10 CMM-MATCHED-FLAG  PIC X.
009307           88 CMM-MATCHED       VALUE "Y".

009307 01 P2-CMC-TABLE.
009307     05 P2-CMC-ENTRY OCCURS 1 TO 5000 TIMES
009307                     DEPENDING ON P2-CMC-COUNT
009307                     INDEXED BY P2-CMC-IDX.
009307        10 CMC-ACCOUNT       PIC X(4).
009307        10 CMC-RULE-TYPE     PIC X.
009307        10 CMC-CODE          PIC X(7).
009307        10 CMC-FIRST-BREACHED PIC 9(8).

009307* Settlement work fields.  A posted buy or sell is held in
009307* P2-PND-TABLE from its trade date until it settles
009307* P2-SETTLE-DAYS business days later (T+1 for equities); the
009307* holiday calendar and the custodian's fails list are loaded up
009307* front.  Settled cash is the trade-date balance less the cash
009307* the trades still pending will move.
009307 77 P2-SETTLE-DAYS         PIC 9 COMP VALUE 1.
009307 77 P2-HOL-FILE-STATUS     PIC X(2) VALUE SPACES.
009307 77 P2-SFL-FILE-STATUS     PIC X(2) VALUE SPACES.
009307 77 P2-HOL-COUNT           PIC 9(4) COMP VALUE ZERO.
009308 77 P2-SFL-COUNT           PIC 9(4) COMP VALUE ZERO.
009308 77 P2-PND-COUNT           PIC 9(5) COMP VALUE ZERO.
009308 77 P2-PND-ADDED-IDX       PIC 9(5) COMP VALUE ZERO.
009308 77 P2-PND-EFFECT          PIC S9(9)V99 VALUE ZERO.
009308 77 P2-BUS-FROM-DATE       PIC 9(8) VALUE ZERO.
009308 77 P2-BUS-DAYS            PIC 9 COMP VALUE ZERO.
009308 77 P2-BUS-DATE            PIC 9(8) VALUE ZERO.
009308 77 P2-BUS-DAY-INT         PIC 9(8) COMP VALUE ZERO.
009308 77 P2-BUS-DAY-QUOT        PIC 9(8) COMP VALUE ZERO.
009308 77 P2-BUS-WEEKDAY         PIC 9 COMP VALUE ZERO.
009308 77 P2-BUS-DAYS-ADDED      PIC 9 COMP VALUE ZERO.
009308 77 P2-CTL-PND-HELD        PIC 9(5) COMP VALUE ZERO.
009308 77 P2-CTL-SETTLE-FAIL     PIC 9(5) COMP VALUE ZERO.
009308 77 P2-LAD-SUB             PIC 9 COMP VALUE ZERO.
009308 77 P2-LAD-NEXT-IDX        PIC 9(4) COMP VALUE ZERO.
009308 77 P2-LAD-LAST-ACCOUNT    PIC X(4) VALUE SPACES.
009308 77 P2-LAD-NEXT-ACCOUNT    PIC X(4) VALUE SPACES.
009308 77 P2-LAD-FAILED          PIC S9(9)V99 VALUE ZERO.
009308 77 P2-LAD-TOT-TRADE       PIC S9(11)V99 VALUE ZERO.
009308 77 P2-LAD-TOT-SETTLED     PIC S9(11)V99 VALUE ZERO.
009308 77 P2-LAD-TOT-FAILED      PIC S9(11)V99 VALUE ZERO.

009308 01 P2-HOL-TABLE.
009308     05 P2-HOL-ENTRY OCCURS 1 TO 500 TIMES
009308                     DEPENDING ON P2-HOL-COUNT
009308                     INDEXED BY P2-HOL-IDX.
009308        10 HOLT-DATE         PIC 9(8).

009308 01 P2-SFL-TABLE.
009308     05 P2-SFL-ENTRY OCCURS 1 TO 500 TIMES
009308                     DEPENDING ON P2-SFL-COUNT
009308                     INDEXED BY P2-SFL-IDX.
009308        10 SFLT-KEY.
009308           15 SFLT-ACCOUNT   PIC X(4).
009308           15 SFLT-SYMBOL    PIC X(7).
009309           15 SFLT-TRADE-DATE PIC 9(8).
009309           15 SFLT-CODE      PIC X.

009309 01 P2-PND-TABLE.
009309     05 P2-PND-ENTRY OCCURS 1 TO 5000 TIMES
009309                     DEPENDING ON P2-PND-COUNT
009309                     INDEXED BY P2-PND-IDX.
009309        10 PND-KEY.
009309           15 PND-ACCOUNT    PIC X(4).
009309           15 PND-SYMBOL     PIC X(7).
009309           15 PND-TRADE-DATE PIC 9(8).
009309           15 PND-CODE       PIC X.
009309              88 PND-IS-BUY        VALUE "B".
009309        10 PND-SETTLE-DATE   PIC 9(8).
009309        10 PND-AMOUNT        PIC 9(9)V99.
009309        10 PND-STATUS        PIC X.
009309           88 PND-OPEN             VALUE "P".
009309           88 PND-FAILED           VALUE "F".
009309           88 PND-CLOSED           VALUE "S".

009309* The trade being filed, settled or taken back - keyed the way
009309* the fails list is.
009309 01 P2-PND-STAGE.
009309     05 P2-PNS-KEY.
009309        10 P2-PNS-ACCOUNT    PIC X(4).
009309        10 P2-PNS-SYMBOL     PIC X(7).
009309        10 P2-PNS-TRADE-DATE PIC 9(8).
009309        10 P2-PNS-CODE       PIC X.
009309     05 P2-PNS-SETTLE-DATE   PIC 9(8).
009309     05 P2-PNS-AMOUNT        PIC 9(9)V99.

009309 01 P2-LAD-WORK.
009309     05 P2-LAD-DATE          PIC 9(8) OCCURS 5 TIMES.
009309     05 P2-LAD-AMOUNT        PIC S9(9)V99 OCCURS 5 TIMES.
009309     05 P2-LAD-TOT-DAY       PIC S9(11)V99 OCCURS 5 TIMES.

009310 01 P2-RESTART-PARM.
009320     05 P2-RESTART-KEYWORD  PIC X(7) VALUE SPACES.
009330        88 P2-RESTART-REQUESTED  VALUE "RESTART".
010310        88 P2-RPT-WAS-NEW            VALUE "Y".
010320     05 P2-SW-CSV-WAS-NEW      PIC X VALUE "N".
010330        88 P2-CSV-WAS-NEW            VALUE "Y".
010330     05 P2-SW-SL-SAME-HOLDER   PIC X VALUE "N".
010330        88 P2-SL-SAME-HOLDER         VALUE "Y".
010330     05 P2-SW-SL-LOT-DATED     PIC X VALUE "N".
010330        88 P2-SL-LOT-DATED           VALUE "Y".
010330     05 P2-SW-SL-LOT-FOUND     PIC X VALUE "N".
010330        88 P2-SL-LOT-FOUND           VALUE "Y".
010330     05 P2-SW-SL-RPT-OPEN      PIC X VALUE "N".
010331        88 P2-SL-RPT-OPEN            VALUE "Y".
010331     05 P2-SW-EOF-ROOM         PIC X VALUE "N".
010331        88 P2-EOF-ROOM               VALUE "Y".
010331     05 P2-SW-ROOM-CHECKING    PIC X VALUE "N".
010331        88 P2-ROOM-CHECKING          VALUE "Y".
010331     05 P2-SW-ROOMOK-MODE      PIC X VALUE "N".
010331        88 P2-ROOMOK-REQUESTED       VALUE "Y".
010332     05 P2-SW-ROOM-FOUND       PIC X VALUE "N".
010332        88 P2-ROOM-FOUND             VALUE "Y".
010332     05 P2-SW-CTB-FOUND        PIC X VALUE "N".
010332        88 P2-CTB-FOUND              VALUE "Y".
010332     05 P2-SW-CTB-LISTED       PIC X VALUE "N".
010332        88 P2-CTB-LISTED             VALUE "Y".
010332     05 P2-SW-XFER-UNPAIRED    PIC X VALUE "N".
010333        88 P2-XFER-UNPAIRED          VALUE "Y".
010333     05 P2-SW-XFER-DEEMED      PIC X VALUE "N".
010333        88 P2-XFER-DEEMED            VALUE "Y".
010333     05 P2-SW-XFER-POSTING     PIC X VALUE "N".
010333        88 P2-XFER-POSTING           VALUE "Y".
010333     05 P2-SW-EOF-XPH          PIC X VALUE "N".
010333        88 P2-EOF-XPH                VALUE "Y".
010334     05 P2-SW-EOF-CRS          PIC X VALUE "N".
010334        88 P2-EOF-CRS                VALUE "Y".
010334     05 P2-SW-CORR-DENIED      PIC X VALUE "N".
010334        88 P2-CORR-DENIED            VALUE "Y".
010334     05 P2-SW-CORR-RVS-FULL    PIC X VALUE "N".
010334        88 P2-CORR-RVS-FULL          VALUE "Y".
010334     05 P2-SW-CORR-POSTING     PIC X VALUE "N".
010335        88 P2-CORR-POSTING           VALUE "Y".
010335     05 P2-SW-CORR-LOT-FRONT   PIC X VALUE "N".
010335        88 P2-CORR-LOT-FRONT         VALUE "Y".
010335     05 P2-SW-CMP-RAN          PIC X VALUE "N".
010335        88 P2-CMP-RAN                VALUE "Y".
010335     05 P2-SW-EOF-CMR          PIC X VALUE "N".
010335        88 P2-EOF-CMR                VALUE "Y".
010336     05 P2-SW-EOF-CMM          PIC X VALUE "N".
010336        88 P2-EOF-CMM                VALUE "Y".
010336     05 P2-SW-CMM-FOUND        PIC X VALUE "N".
010336        88 P2-CMM-FOUND              VALUE "Y".
010336     05 P2-SW-CMP-ACCT-DONE    PIC X VALUE "N".
010336        88 P2-CMP-ACCT-DONE          VALUE "Y".
010336     05 P2-SW-CMS-FOUND        PIC X VALUE "N".
010337        88 P2-CMS-FOUND              VALUE "Y".
010337     05 P2-SW-CMP-RULE-HIT     PIC X VALUE "N".
010337        88 P2-CMP-RULE-HIT           VALUE "Y".
010337     05 P2-SW-CMP-LIMIT-FOUND  PIC X VALUE "N".
010337        88 P2-CMP-LIMIT-FOUND        VALUE "Y".
010337     05 P2-SW-CMP-PERMIT-LIST  PIC X VALUE "N".
010337        88 P2-CMP-PERMIT-LIST        VALUE "Y".
010338     05 P2-SW-CMP-PERMITTED    PIC X VALUE "N".
010338        88 P2-CMP-PERMITTED          VALUE "Y".
010338     05 P2-SW-EOF-HOL          PIC X VALUE "N".
010338        88 P2-EOF-HOL                VALUE "Y".
010338     05 P2-SW-EOF-SFL          PIC X VALUE "N".
010338        88 P2-EOF-SFL                VALUE "Y".
010338     05 P2-SW-HOLIDAY          PIC X VALUE "N".
010339        88 P2-IS-HOLIDAY             VALUE "Y".
010339     05 P2-SW-SETTLE-FAILED    PIC X VALUE "N".
010339        88 P2-SETTLE-FAILED          VALUE "Y".
010339     05 P2-SW-PND-FOUND        PIC X VALUE "N".
010339        88 P2-PND-FOUND              VALUE "Y".
010339     05 P2-SW-LAD-DONE         PIC X VALUE "N".
010339        88 P2-LAD-DONE               VALUE "Y".

010340 01 P2-STOCK-TABLE.
010350     05 P2-STOCK-ENTRY OCCURS 1 TO 10000 TIMES
010960        10 ACCTM-ACCOUNT     PIC X(4).
010970        10 ACCTM-HOLDER-NAME PIC X(25).
010980        10 ACCTM-TYPE        PIC X(4).
010985           88 ACCTM-IS-REGISTERED VALUE "RRSP" "TFSA".
010990        10 ACCTM-STATUS      PIC X.
011000           88 ACCTM-IS-OPEN       VALUE "O".
011010           88 ACCTM-IS-CLOSED     VALUE "C".
011320                      INDEXED BY P2-CASH-IDX.
011330        10 CASH-ACCOUNT      PIC X(4).
011340        10 CASH-BALANCE      PIC S9(9)V99.
011345        10 CASH-SETTLED      PIC S9(9)V99.

011350* Per-account journal buckets accumulated as activity posts -
011360* buys at cost, sell proceeds with the cost released and the
011480        10 GLE-CASH-WDR      PIC S9(9)V99.
011490        10 GLE-CASH-FEE      PIC S9(9)V99.
011500        10 GLE-DIV-INC       PIC S9(9)V99.
011500*       Superficial-loss denials: the loss given back on the
011501*       selling account and the cost added on the account
011501*       holding the replacement shares.
011502        10 GLE-SL-DENIED     PIC S9(9)V99.
011502        10 GLE-SL-COST-ADJ   PIC S9(9)V99.
011503*       In-kind transfers: the value the shares left at and
011503*       the cost they released on the sending account, and the
011504*       value they arrived at on the receiving account.
011504        10 GLE-XFER-OUT-VALUE PIC S9(9)V99.
011505        10 GLE-XFER-OUT-COST  PIC S9(9)V99.
011505        10 GLE-XFER-IN-VALUE  PIC S9(9)V99.
011506*       Trade corrections: the cost a cancelled buy gives
011506*       back, the proceeds and cost of a cancelled sell, and
011507*       the net dividend restated for the shares it moved.
011507        10 GLE-RVS-BUY-COST   PIC S9(9)V99.
011508        10 GLE-RVS-PROCEEDS   PIC S9(9)V99.
011508        10 GLE-RVS-SELL-COST  PIC S9(9)V99.
011509        10 GLE-CORR-DIV       PIC S9(9)V99.

011510* Dividend events loaded from DIV-EVENT-FILE-IN.  An event is
011520* captured once, when the position-building pass first reaches
012830     05 STG-SELL-PRICE    PIC 9(4)V99.
012840     05 STG-AVERAGE-COST  PIC 9(4)V99.
012850     05 STG-GAIN-LOSS     PIC S9(9)V99 SIGN LEADING SEPARATE.
012850     05 STG-SL-FLAG       PIC X.

012850* Recent purchases - every buy dated within the last 30
012850* days, carried forward on the position master (record type
012850* R), so a loss sold today can find a replacement bought up
012850* to 30 days before it in any of the holder's accounts.  The
012850* matched count keeps one purchase from replacing more
012850* shares than it bought.  A purchase is dropped once it falls
012850* out of the window or has no shares left to replace.
012850 01 P2-BUY-TABLE.
012850     05 P2-BUY-ENTRY OCCURS 1 TO 5000 TIMES
012850                     DEPENDING ON P2-BUY-COUNT
012850                     INDEXED BY P2-BUY-IDX.
012850        10 BUY-ACCOUNT       PIC X(4).
012850        10 BUY-SYMBOL        PIC X(7).
012850        10 BUY-DATE          PIC 9(8).
012850        10 BUY-QUANTITY      PIC 9(5).
012850        10 BUY-PRICE         PIC 9(4)V99.
012850        10 BUY-MATCHED       PIC 9(5).

012850* Superficial-loss candidates - a loss sold within the last
012850* 30 days, carried forward on the position master (record
012850* type S) until its window closes.  A purchase that replaces
012850* it records itself in the SLC-REPL fields (type M on the
012850* master); the denial is booked only when the window closes,
012850* for the shares the replacement account still holds then,
012850* and SLC-SETTLED-QTY keeps those shares from being claimed
012850* by a second candidate in the same settlement.  Without a
012850* replacement the loss stands.
012850 01 P2-SLC-TABLE.
012850     05 P2-SLC-ENTRY OCCURS 1 TO 5000 TIMES
012850                     DEPENDING ON P2-SLC-COUNT
012850                     INDEXED BY P2-SLC-IDX.
012850        10 SLC-ACCOUNT       PIC X(4).
012850        10 SLC-SYMBOL        PIC X(7).
012850        10 SLC-SALE-DATE     PIC 9(8).
012850        10 SLC-QUANTITY      PIC 9(5).
012851        10 SLC-SELL-PRICE    PIC 9(4)V99.
012851        10 SLC-COST          PIC 9(4)V99.
012851        10 SLC-REPL-ACCOUNT  PIC X(4).
012851        10 SLC-REPL-DATE     PIC 9(8).
012851        10 SLC-REPL-QTY      PIC 9(5).
012851        10 SLC-REPL-PRICE    PIC 9(4)V99.
012851        10 SLC-SETTLED-QTY   PIC 9(5).

012851* Superficial-loss report headings and detail line.
012851 01 P2-SLR-TITLE.
012851     05 FILLER PIC X(24) VALUE "SUPERFICIAL LOSS REPORT ".
012851     05 FILLER PIC X(11) VALUE "- RUN DATE ".
012851     05 P2-SLR-TITLE-DATE PIC 9(8).

012851 01 P2-SLR-HEADER.
012851     05 FILLER PIC X(4)  VALUE "ACCT".
012851     05 FILLER PIC X(3)  VALUE SPACES.
012851     05 FILLER PIC X(7)  VALUE "SYMBOL".
012851     05 FILLER PIC X(3)  VALUE SPACES.
012851     05 FILLER PIC X(8)  VALUE "SOLD".
012851     05 FILLER PIC X(3)  VALUE SPACES.
012851     05 FILLER PIC X(6)  VALUE "SHARES".
012851     05 FILLER PIC X(3)  VALUE SPACES.
012851     05 FILLER PIC X(14) VALUE "   LOSS AMOUNT".
012851     05 FILLER PIC X(3)  VALUE SPACES.
012851     05 FILLER PIC X(4)  VALUE "REPL".
012851     05 FILLER PIC X(3)  VALUE SPACES.
012851     05 FILLER PIC X(8)  VALUE "BOUGHT".
012851     05 FILLER PIC X(3)  VALUE SPACES.
012851     05 FILLER PIC X(6)  VALUE "SHARES".
012851     05 FILLER PIC X(3)  VALUE SPACES.
012851     05 FILLER PIC X(8)  VALUE "   PRICE".
012851     05 FILLER PIC X(3)  VALUE SPACES.
012851     05 FILLER PIC X(6)  VALUE "STATUS".

012851 01 P2-SLR-LINE.
012851     05 SLR-ACCOUNT       PIC X(4).
012851     05 FILLER            PIC X(3) VALUE SPACES.
012851     05 SLR-SYMBOL        PIC X(7).
012852     05 FILLER            PIC X(3) VALUE SPACES.
012852     05 SLR-SALE-DATE     PIC 9(8).
012852     05 FILLER            PIC X(3) VALUE SPACES.
012852     05 SLR-SHARES        PIC ZZ,ZZ9.
012852     05 FILLER            PIC X(3) VALUE SPACES.
012852     05 SLR-AMOUNT        PIC $$$,$$$,$$9.99.
012852     05 FILLER            PIC X(3) VALUE SPACES.
012852     05 SLR-REPL-ACCOUNT  PIC X(4).
012852     05 FILLER            PIC X(3) VALUE SPACES.
012852     05 SLR-REPL-DATE     PIC X(8).
012852     05 FILLER            PIC X(3) VALUE SPACES.
012852     05 SLR-REPL-SHARES   PIC ZZ,ZZ9 BLANK WHEN ZERO.
012852     05 FILLER            PIC X(3) VALUE SPACES.
012852     05 SLR-REPL-PRICE    PIC $,$$9.99 BLANK WHEN ZERO.
012852     05 FILLER            PIC X(3) VALUE SPACES.
012852     05 SLR-STATUS        PIC X(22).

012852 01 P2-SLR-TOTAL-LINE.
012852     05 SLR-TOT-LABEL     PIC X(34).
012852     05 SLR-TOT-AMOUNT    PIC $$$,$$$,$$$,$$9.99.

012852* Contribution room loaded from CONTRIB-ROOM-FILE-IN, kept in
012852* holder, year and plan-type order for the binary search in
012852* 1716-FIND-ROOM.
012852 01 P2-ROOM-TABLE.
012852     05 P2-ROOM-ENTRY OCCURS 1 TO 2000 TIMES
012852                      DEPENDING ON P2-ROOM-COUNT
012852                      ASCENDING KEY IS ROOM-KEY
012852                      INDEXED BY P2-ROOM-IDX.
012852        10 ROOM-KEY.
012852           15 ROOM-HOLDER      PIC X(25).
012852           15 ROOM-YEAR        PIC 9(4).
012852           15 ROOM-TYPE        PIC X(4).
012852        10 ROOM-LIMIT          PIC 9(7)V99.

012852* Registered-plan activity per account and calendar year -
012852* deposits against the year's room and withdrawals (restored
012852* to a TFSA the next January 1).  Holder and plan type come
012852* from the account master, so room is pooled across all of a
012853* holder's accounts of the same plan type.  Carried forward on
012853* the position master (record type T).
012853 01 P2-CTB-TABLE.
012853     05 P2-CTB-ENTRY OCCURS 1 TO 2000 TIMES
012853                     DEPENDING ON P2-CTB-COUNT
012853                     INDEXED BY P2-CTB-IDX.
012853        10 CTB-ACCOUNT         PIC X(4).
012853        10 CTB-YEAR            PIC 9(4).
012853        10 CTB-HOLDER          PIC X(25).
012853        10 CTB-TYPE            PIC X(4).
012853        10 CTB-DEPOSITS        PIC S9(9)V99.
012853        10 CTB-WITHDRAWALS     PIC S9(9)V99.

012853* Contribution room report headings, deposit warning line,
012853* holder room line and totals.
012853 01 P2-RMR-TITLE.
012853     05 FILLER PIC X(25) VALUE "CONTRIBUTION ROOM REPORT ".
012853     05 FILLER PIC X(11) VALUE "- RUN DATE ".
012853     05 P2-RMR-TITLE-DATE PIC 9(8).

012853 01 P2-RMW-TITLE.
012853     05 FILLER PIC X(40) VALUE
012853        "DEPOSITS OVER CONTRIBUTION ROOM".

012853 01 P2-RMW-HEADER.
012853     05 FILLER PIC X(4)  VALUE "ACCT".
012853     05 FILLER PIC X(3)  VALUE SPACES.
012853     05 FILLER PIC X(8)  VALUE "DATE".
012853     05 FILLER PIC X(3)  VALUE SPACES.
012853     05 FILLER PIC X(25) VALUE "HOLDER".
012853     05 FILLER PIC X(3)  VALUE SPACES.
012853     05 FILLER PIC X(4)  VALUE "PLAN".
012853     05 FILLER PIC X(3)  VALUE SPACES.
012853     05 FILLER PIC X(13) VALUE "      DEPOSIT".
012853     05 FILLER PIC X(3)  VALUE SPACES.
012853     05 FILLER PIC X(14) VALUE "  ROOM BEFORE".
012853     05 FILLER PIC X(3)  VALUE SPACES.
012853     05 FILLER PIC X(6)  VALUE "STATUS".

012853 01 P2-RMW-LINE.
012854     05 RMW-ACCOUNT       PIC X(4).
012854     05 FILLER            PIC X(3) VALUE SPACES.
012854     05 RMW-DATE          PIC 9(8).
012854     05 FILLER            PIC X(3) VALUE SPACES.
012854     05 RMW-HOLDER        PIC X(25).
012854     05 FILLER            PIC X(3) VALUE SPACES.
012854     05 RMW-TYPE          PIC X(4).
012854     05 FILLER            PIC X(3) VALUE SPACES.
012854     05 RMW-DEPOSIT       PIC $$,$$$,$$9.99.
012854     05 FILLER            PIC X(3) VALUE SPACES.
012854     05 RMW-REMAINING     PIC $$,$$$,$$9.99-.
012854     05 FILLER            PIC X(3) VALUE SPACES.
012854     05 RMW-STATUS        PIC X(20).

012854 01 P2-RMS-TITLE.
012854     05 FILLER PIC X(30) VALUE "ROOM USED AND REMAINING - YEAR".
012854     05 FILLER PIC X(1)  VALUE SPACE.
012854     05 P2-RMS-TITLE-YEAR PIC 9(4).

012854 01 P2-RMS-HEADER.
012854     05 FILLER PIC X(25) VALUE "HOLDER".
012854     05 FILLER PIC X(3)  VALUE SPACES.
012854     05 FILLER PIC X(4)  VALUE "PLAN".
012854     05 FILLER PIC X(3)  VALUE SPACES.
012854     05 FILLER PIC X(4)  VALUE "YEAR".
012854     05 FILLER PIC X(3)  VALUE SPACES.
012854     05 FILLER PIC X(13) VALUE "         ROOM".
012854     05 FILLER PIC X(3)  VALUE SPACES.
012854     05 FILLER PIC X(13) VALUE "     RESTORED".
012854     05 FILLER PIC X(3)  VALUE SPACES.
012854     05 FILLER PIC X(13) VALUE "         USED".
012854     05 FILLER PIC X(3)  VALUE SPACES.
012854     05 FILLER PIC X(14) VALUE "    REMAINING".
012854     05 FILLER PIC X(3)  VALUE SPACES.
012854     05 FILLER PIC X(4)  VALUE "NOTE".

012854 01 P2-RMS-LINE.
012854     05 RMS-HOLDER        PIC X(25).
012854     05 FILLER            PIC X(3) VALUE SPACES.
012855     05 RMS-TYPE          PIC X(4).
012855     05 FILLER            PIC X(3) VALUE SPACES.
012855     05 RMS-YEAR          PIC 9(4).
012855     05 FILLER            PIC X(3) VALUE SPACES.
012855     05 RMS-ROOM          PIC $$,$$$,$$9.99.
012855     05 FILLER            PIC X(3) VALUE SPACES.
012855     05 RMS-RESTORED      PIC $$,$$$,$$9.99.
012855     05 FILLER            PIC X(3) VALUE SPACES.
012855     05 RMS-USED          PIC $$,$$$,$$9.99.
012855     05 FILLER            PIC X(3) VALUE SPACES.
012855     05 RMS-REMAINING     PIC $$,$$$,$$9.99-.
012855     05 FILLER            PIC X(3) VALUE SPACES.
012855     05 RMS-NOTE          PIC X(16).

012855 01 P2-RMT-LINE.
012855     05 RMT-LABEL         PIC X(36).
012855     05 RMT-COUNT         PIC ZZ,ZZ9.
012855     05 FILLER            PIC X(3) VALUE SPACES.
012855     05 RMT-AMOUNT        PIC $$$,$$$,$$$,$$9.99 BLANK WHEN ZERO.

012855* Trade corrections audit report headings, the before-and-
012855* after line for each correction and the terms line under it,
012855* and totals.
012855 01 P2-CRR-TITLE.
012855     05 FILLER PIC X(31) VALUE "TRADE CORRECTIONS AUDIT REPORT ".
012855     05 FILLER PIC X(11) VALUE "- RUN DATE ".
012855     05 P2-CRR-TITLE-DATE PIC 9(8).

012855 01 P2-CRR-BANNER.
012855     05 FILLER PIC X(43) VALUE SPACES.
012855     05 FILLER PIC X(35) VALUE
012855        "-------------- BEFORE -------------".
012855     05 FILLER PIC X(3)  VALUE SPACES.
012855     05 FILLER PIC X(35) VALUE
012855        "-------------- AFTER --------------".

012855 01 P2-CRR-HEADER.
012855     05 FILLER PIC X(4)  VALUE "ACCT".
012855     05 FILLER PIC X(3)  VALUE SPACES.
012855     05 FILLER PIC X(7)  VALUE "SYMBOL".
012856     05 FILLER PIC X(3)  VALUE SPACES.
012856     05 FILLER PIC X(8)  VALUE "TRADED".
012856     05 FILLER PIC X(3)  VALUE SPACES.
012856     05 FILLER PIC X(12) VALUE "ACTION".
012856     05 FILLER PIC X(3)  VALUE SPACES.
012856     05 FILLER PIC X(9)  VALUE "   SHARES".
012856     05 FILLER PIC X(2)  VALUE SPACES.
012856     05 FILLER PIC X(8)  VALUE "AVG COST".
012856     05 FILLER PIC X(2)  VALUE SPACES.
012856     05 FILLER PIC X(14) VALUE "          CASH".
012856     05 FILLER PIC X(3)  VALUE SPACES.
012856     05 FILLER PIC X(9)  VALUE "   SHARES".
012856     05 FILLER PIC X(2)  VALUE SPACES.
012856     05 FILLER PIC X(8)  VALUE "AVG COST".
012856     05 FILLER PIC X(2)  VALUE SPACES.
012856     05 FILLER PIC X(14) VALUE "          CASH".
012856     05 FILLER PIC X(3)  VALUE SPACES.
012856     05 FILLER PIC X(6)  VALUE "STATUS".

012856 01 P2-CRR-LINE.
012856     05 CRR-ACCOUNT       PIC X(4).
012856     05 FILLER            PIC X(3) VALUE SPACES.
012856     05 CRR-SYMBOL        PIC X(7).
012856     05 FILLER            PIC X(3) VALUE SPACES.
012856     05 CRR-ORIG-DATE     PIC 9(8).
012856     05 FILLER            PIC X(3) VALUE SPACES.
012856     05 CRR-ACTION        PIC X(12).
012856     05 FILLER            PIC X(3) VALUE SPACES.
012856     05 CRR-BEF-SHARES    PIC Z,ZZZ,ZZ9.
012856     05 FILLER            PIC X(2) VALUE SPACES.
012856     05 CRR-BEF-COST      PIC $,$$9.99.
012856     05 FILLER            PIC X(2) VALUE SPACES.
012856     05 CRR-BEF-CASH      PIC $$,$$$,$$9.99-.
012856     05 FILLER            PIC X(3) VALUE SPACES.
012856     05 CRR-AFT-SHARES    PIC Z,ZZZ,ZZ9.
012856     05 FILLER            PIC X(2) VALUE SPACES.
012856     05 CRR-AFT-COST      PIC $,$$9.99.
012857     05 FILLER            PIC X(2) VALUE SPACES.
012857     05 CRR-AFT-CASH      PIC $$,$$$,$$9.99-.
012857     05 FILLER            PIC X(3) VALUE SPACES.
012857     05 CRR-STATUS        PIC X(10).

012857 01 P2-CRN-LINE.
012857     05 FILLER            PIC X(17) VALUE SPACES.
012857     05 FILLER            PIC X(9)  VALUE "ORIGINAL ".
012857     05 CRN-ORIG-QTY      PIC ZZ,ZZ9.
012857     05 FILLER            PIC X(3)  VALUE " @ ".
012857     05 CRN-ORIG-PRICE    PIC Z,ZZ9.99.
012857     05 FILLER            PIC X(3)  VALUE SPACES.
012857     05 FILLER            PIC X(9)  VALUE "REBOOKED ".
012857     05 CRN-NEW-QTY       PIC ZZ,ZZ9 BLANK WHEN ZERO.
012857     05 CRN-NEW-AT        PIC X(3).
012857     05 CRN-NEW-PRICE     PIC Z,ZZ9.99 BLANK WHEN ZERO.
012857     05 FILLER            PIC X(3)  VALUE SPACES.
012857     05 FILLER            PIC X(13) VALUE "SPLIT FACTOR ".
012857     05 CRN-FACTOR        PIC ZZZZ9.9999.
012857     05 FILLER            PIC X(3)  VALUE SPACES.
012857     05 FILLER            PIC X(13) VALUE "DIVIDEND ADJ ".
012857     05 CRN-DIV-ADJ       PIC $$,$$$,$$9.99-.

012857 01 P2-CRT-LINE.
012857     05 CRT-LABEL         PIC X(36).
012857     05 CRT-COUNT         PIC ZZ,ZZ9.

012857* Compliance breach report headings, the line for each breach
012857* or resolved breach, and totals.
012857 01 P2-CPR-TITLE.
012857     05 FILLER PIC X(25) VALUE "COMPLIANCE BREACH REPORT ".
012857     05 FILLER PIC X(11) VALUE "- RUN DATE ".
012857     05 CPR-TITLE-DATE PIC 9(8).

012857 01 P2-CPR-HEADER.
012857     05 FILLER PIC X(4)  VALUE "ACCT".
012857     05 FILLER PIC X(3)  VALUE SPACES.
012857     05 FILLER PIC X(4)  VALUE "TYPE".
012857     05 FILLER PIC X(3)  VALUE SPACES.
012857     05 FILLER PIC X(22) VALUE "RULE".
012858     05 FILLER PIC X(3)  VALUE SPACES.
012858     05 FILLER PIC X(7)  VALUE "CODE".
012858     05 FILLER PIC X(3)  VALUE SPACES.
012858     05 FILLER PIC X(7)  VALUE "LIMIT %".
012858     05 FILLER PIC X(3)  VALUE SPACES.
012858     05 FILLER PIC X(9)  VALUE " ACTUAL %".
012858     05 FILLER PIC X(3)  VALUE SPACES.
012858     05 FILLER PIC X(8)  VALUE "FIRST".
012858     05 FILLER PIC X(3)  VALUE SPACES.
012858     05 FILLER PIC X(5)  VALUE "  AGE".
012858     05 FILLER PIC X(3)  VALUE SPACES.
012858     05 FILLER PIC X(8)  VALUE "STATUS".

012858 01 P2-CPR-LINE.
012858     05 CPR-ACCOUNT       PIC X(4).
012858     05 FILLER            PIC X(3) VALUE SPACES.
012858     05 CPR-ACCT-TYPE     PIC X(4).
012858     05 FILLER            PIC X(3) VALUE SPACES.
012858     05 CPR-RULE          PIC X(22).
012858     05 FILLER            PIC X(3) VALUE SPACES.
012858     05 CPR-CODE          PIC X(7).
012858     05 FILLER            PIC X(3) VALUE SPACES.
012858     05 CPR-LIMIT         PIC ZZZ9.99.
012858     05 CPR-LIMIT-X REDEFINES CPR-LIMIT PIC X(7).
012858     05 FILLER            PIC X(3) VALUE SPACES.
012858     05 CPR-ACTUAL        PIC ZZZZ9.99-.
012858     05 CPR-ACTUAL-X REDEFINES CPR-ACTUAL PIC X(9).
012858     05 FILLER            PIC X(3) VALUE SPACES.
012858     05 CPR-FIRST-BREACHED PIC 9(8).
012858     05 FILLER            PIC X(3) VALUE SPACES.
012858     05 CPR-AGE-DAYS      PIC ZZZZ9.
012858     05 CPR-AGE-DAYS-X REDEFINES CPR-AGE-DAYS PIC X(5).
012858     05 FILLER            PIC X(3) VALUE SPACES.
012858     05 CPR-STATUS        PIC X(8).

012858 01 P2-CPT-LINE.
012858     05 CPT-LABEL         PIC X(36).
012858     05 CPT-COUNT         PIC ZZ,ZZ9.

012859* Projected cash ladder headings, the line for each account,
012859* and the trailer counts.
012859 01 P2-LAD-TITLE.
012859     05 FILLER PIC X(32) VALUE "PROJECTED SETTLED CASH LADDER - ".
012859     05 FILLER PIC X(9)  VALUE "RUN DATE ".
012859     05 LAT-RUN-DATE      PIC 9(8).
012859     05 FILLER PIC X(16) VALUE " - SETTLEMENT T+".
012859     05 LAT-SETTLE-DAYS   PIC 9.

012859 01 P2-LAD-HEADER-1.
012859     05 FILLER PIC X(4)  VALUE SPACES.
012859     05 FILLER PIC X(16) VALUE "      TRADE-DATE".
012859     05 FILLER PIC X(16) VALUE "         SETTLED".
012859     05 FILLER PIC X(16) VALUE "       PROJECTED".
012859     05 FILLER PIC X(16) VALUE "       PROJECTED".
012859     05 FILLER PIC X(16) VALUE "       PROJECTED".
012859     05 FILLER PIC X(16) VALUE "       PROJECTED".
012859     05 FILLER PIC X(16) VALUE "       PROJECTED".
012859     05 FILLER PIC X(16) VALUE "          FAILED".

012859 01 P2-LAD-HEADER-2.
012859     05 FILLER PIC X(4)  VALUE "ACCT".
012859     05 FILLER PIC X(16) VALUE "            CASH".
012859     05 FILLER PIC X(16) VALUE "           TODAY".
012859     05 LAH-DAY OCCURS 5 TIMES.
012859        10 LAH-PAD        PIC X(6).
012859        10 LAH-DATE       PIC 9999/99/99.
012859     05 FILLER PIC X(16) VALUE "     SETTLEMENTS".

012859 01 P2-LAD-LINE.
012859     05 LAL-ACCOUNT       PIC X(4).
012859     05 LAL-TRADE-CASH    PIC ZZZZ,ZZZ,ZZ9.99-.
012859     05 LAL-SETTLED       PIC ZZZZ,ZZZ,ZZ9.99-.
012859     05 LAL-DAY-AMOUNT    PIC ZZZZ,ZZZ,ZZ9.99- OCCURS 5 TIMES.
012859     05 LAL-FAILED        PIC ZZZZ,ZZZ,ZZ9.99-.

012859 01 P2-LAT-LINE.
012859     05 LTT-LABEL         PIC X(36).
012859     05 LTT-COUNT         PIC ZZ,ZZ9.

012860 01 P2-LOOKUP-FIELDS.
012870     05 P2-LOOKUP-KEY.
014670         INPUT PROCEDURE 2000-BUILD-SORT-FILE THRU 2000-EXIT
014680         OUTPUT PROCEDURE 2500-WRITE-SORTED-REPORT
014690             THRU 2500-EXIT.
014695     PERFORM 2400-CHECK-COMPLIANCE THRU 2400-EXIT.
014700     IF P2-RESTART-REQUESTED AND P2-RESUME-START >= P2-PRINT-COUNT
014710         CONTINUE
014720     ELSE
014830     PERFORM 8100-WRITE-REALIZED-REPORT THRU 8100-EXIT.
014840     PERFORM 8150-WRITE-DIVIDEND-REPORT THRU 8150-EXIT.
014850     PERFORM 8200-WRITE-LOT-REPORT THRU 8200-EXIT.
014852     PERFORM 8250-WRITE-SUPERLOSS-TAIL THRU 8250-EXIT.
014854     PERFORM 8260-WRITE-ROOM-REPORT THRU 8260-EXIT.
014856     PERFORM 8270-WRITE-CORRECTION-TAIL THRU 8270-EXIT.
014858     PERFORM 8280-WRITE-CASH-LADDER THRU 8280-EXIT.
014860*    A run whose controls have already failed - a table
014870*    overflow that desynced positions from lots, an untrusted
014880*    position master, a bad parameter - must not persist that
014930         PERFORM 8350-APPEND-REALIZED-LEDGER THRU 8350-EXIT
014940         PERFORM 8370-APPEND-DIVIDEND-LEDGER THRU 8370-EXIT
014950         PERFORM 8380-WRITE-BREAK-MASTER THRU 8380-EXIT
014955         PERFORM 8384-WRITE-COMPLIANCE-MASTER THRU 8384-EXIT
014960         PERFORM 8300-WRITE-POSITION-MASTER THRU 8300-EXIT
014970         PERFORM 8390-WRITE-GL-EXTRACT THRU 8390-EXIT
014980     END-IF.
015530         UNTIL P2-EOF-DIV.
015540     CLOSE DIVIDEND-FILE-IN.
015550     PERFORM 1240-LOAD-ACCOUNT-MASTER THRU 1240-EXIT.
015555     PERFORM 1700-LOAD-CONTRIB-ROOM THRU 1700-EXIT.
015560     ACCEPT P2-RUN-DATE FROM DATE YYYYMMDD.
015570     IF P2-ASOF-REQUESTED
015580         MOVE P2-ASOF-DATE TO P2-RUN-DATE
015600     PERFORM 1205-LOAD-FX-HISTORY THRU 1205-EXIT.
015610     PERFORM 1225-LOAD-CORP-ACTIONS THRU 1225-EXIT.
015620     PERFORM 1530-LOAD-DIVIDEND-EVENTS THRU 1530-EXIT.
015623     PERFORM 1750-LOAD-HOLIDAYS THRU 1750-EXIT.
015626     PERFORM 1760-LOAD-SETTLE-FAILS THRU 1760-EXIT.
015630     IF NOT P2-ASOF-REQUESTED AND NOT P2-REBUILD-REQUESTED
015640         PERFORM 1270-LOAD-POSITION-MASTER THRU 1270-EXIT
015650     END-IF.
015680         PERFORM 1540-SEED-DIVINC-TABLE THRU 1540-EXIT
015690     END-IF.
015700     OPEN OUTPUT REALIZED-WORK-FILE.
015700*    Superficial-loss denials are reported as 1397 settles
015700*    them after the transaction pass; 8250 closes the report
015701*    out with the candidates still open and the windows that
015701*    closed unmatched.
015701     OPEN OUTPUT SUPERLOSS-REPORT-OUT.
015702     MOVE P2-RUN-DATE TO P2-SLR-TITLE-DATE.
015702     WRITE SUPERLOSS-RECORD FROM P2-SLR-TITLE.
015702     MOVE SPACES TO SUPERLOSS-RECORD.
015703     WRITE SUPERLOSS-RECORD.
015703     WRITE SUPERLOSS-RECORD FROM P2-SLR-HEADER.
015703*    Deposits found over contribution room are listed as the
015704*    transaction pass meets them; 8260 closes the report out
015704*    with the room used and remaining for every holder.
015704     OPEN OUTPUT ROOM-REPORT-OUT.
015705     MOVE P2-RUN-DATE TO P2-RMR-TITLE-DATE.
015705     WRITE ROOM-REPORT-RECORD FROM P2-RMR-TITLE.
015705     MOVE SPACES TO ROOM-REPORT-RECORD.
015706     WRITE ROOM-REPORT-RECORD.
015706     WRITE ROOM-REPORT-RECORD FROM P2-RMW-TITLE.
015706     WRITE ROOM-REPORT-RECORD FROM P2-RMW-HEADER.
015707*    Trade corrections are listed as the transaction pass
015707*    posts them; 8270 closes the report out with its totals.
015707     OPEN OUTPUT CORRECTION-REPORT-OUT.
015708     MOVE P2-RUN-DATE TO P2-CRR-TITLE-DATE.
015708     WRITE CORRECTION-REPORT-RECORD FROM P2-CRR-TITLE.
015708     MOVE SPACES TO CORRECTION-REPORT-RECORD.
015709     WRITE CORRECTION-REPORT-RECORD.
015709     WRITE CORRECTION-REPORT-RECORD FROM P2-CRR-BANNER.
015709     WRITE CORRECTION-REPORT-RECORD FROM P2-CRR-HEADER.
015710     OPEN INPUT TRANSACTION-FILE-IN.
015720     PERFORM 1250-READ-TRANSACTION THRU 1250-EXIT.
015730     PERFORM 1300-APPLY-TRANSACTION THRU 1300-EXIT
015740         UNTIL P2-EOF-TRANSACTION.
015750     CLOSE TRANSACTION-FILE-IN.
015755     PERFORM 1397-SETTLE-CLOSED-WINDOWS THRU 1397-EXIT.
015760     CLOSE REALIZED-WORK-FILE.
015770     PERFORM 1280-CHECK-CYCLE-GAP THRU 1280-EXIT.
015780     MOVE P2-RUN-DATE TO P2-ACTION-CUTOFF.
015840     END-IF.
015850     PERFORM 1450-LOAD-TREND-TABLE THRU 1450-EXIT.
015860     OPEN OUTPUT EXCEPTION-REPORT-OUT.
015865     PERFORM 1780-SETTLE-CASH-BALANCES THRU 1780-EXIT.
015870     PERFORM 1680-CHECK-CASH-OVERDRAFTS THRU 1680-EXIT.
015880     IF P2-RESTART-REQUESTED
015890         MOVE "N" TO P2-SW-RPT-WAS-NEW

016490*----------------------------------------------------------------
016500* 1020-PARSE-PARAMETERS - split the command line on blanks and
016510* examine each token.  RESTART, ASOF=YYYYMMDD, PRICEOK, ROOMOK,
016520* FIFO and REBUILD may appear in any order; an ASOF value that
016530* is not an eight-digit date is
016540* flagged so the run can record it on REJECTED-RECORDS-OUT
016550* (which is not open yet when this runs) instead of silently
016560* pricing as of today.
016600     UNSTRING P2-COMMAND-LINE DELIMITED BY ALL " "
016610         INTO P2-PARM-TOKEN(1) P2-PARM-TOKEN(2)
016620              P2-PARM-TOKEN(3) P2-PARM-TOKEN(4)
016625              P2-PARM-TOKEN(5) P2-PARM-TOKEN(6)
016630     END-UNSTRING.
016640     PERFORM 1030-EXAMINE-PARM THRU 1030-EXIT
016650         VARYING P2-PARM-SUB FROM 1 BY 1
016660         UNTIL P2-PARM-SUB > 6.
016670 1020-EXIT.
016680     EXIT.

016770     END-IF.
016780     IF P2-PARM-TOKEN(P2-PARM-SUB) = "PRICEOK"
016790         SET P2-PRICEOK-REQUESTED TO TRUE
016792         GO TO 1030-EXIT
016794     END-IF.
016796     IF P2-PARM-TOKEN(P2-PARM-SUB) = "ROOMOK"
016798         SET P2-ROOMOK-REQUESTED TO TRUE
016800         GO TO 1030-EXIT
016810     END-IF.
016820     IF P2-PARM-TOKEN(P2-PARM-SUB) = "RESTART"
022370         IF PM-IS-ENTITLE
022380             PERFORM 1275-LOAD-MASTER-ENTITLE THRU 1275-EXIT
022390         END-IF
022390         IF PM-IS-RECENT-BUY
022391             PERFORM 1391-LOAD-MASTER-BUY THRU 1391-EXIT
022392         END-IF
022393         IF PM-IS-LOSS-CAND OR PM-IS-LOSS-MATCH
022393             PERFORM 1392-LOAD-MASTER-CANDIDATE THRU 1392-EXIT
022394         END-IF
022395         IF PM-IS-CONTRIB
022396             PERFORM 1726-LOAD-MASTER-CONTRIB THRU 1726-EXIT
022396         END-IF
022397         IF PM-IS-PENDING
022398             PERFORM 1776-LOAD-MASTER-PENDING THRU 1776-EXIT
022399         END-IF
022400     END-IF.
022410     PERFORM 1272-READ-POSITION-MASTER THRU 1272-EXIT.
022420 1274-EXIT.
025100             MOVE "ZERO SHARES" TO P2-REJECT-REASON
025110         ELSE
025120             IF NOT TRANS-IS-BUY AND NOT TRANS-IS-SELL
025130                AND NOT TRANS-IS-CASH AND NOT TRANS-IS-TRANSFER
025135                AND NOT TRANS-IS-CORRECTION
025140                 SET P2-TRANSACTION-INVALID TO TRUE
025150                 MOVE "INVALID TRANS CODE" TO P2-REJECT-REASON
025160             ELSE
025170                 IF TRANS-IS-SELL OR TRANS-IS-TRANSFER-OUT
025180                     PERFORM 1292-VALIDATE-SELL-QTY THRU 1292-EXIT
025181                 END-IF
025182                 IF TRANS-IS-DEPOSIT
025183                    OR (TRANS-IS-TRANSFER-IN AND P2-XFER-DEEMED)
025184                     PERFORM 1710-CHECK-CONTRIB-ROOM
025185                         THRU 1710-EXIT
025190                 END-IF
025200             END-IF
025210         END-IF
025460             SET P2-TRANSACTION-INVALID TO TRUE
025470             MOVE "SELL EXCEEDS POSITION" TO P2-REJECT-REASON
025480         END-IF
025482     END-IF.
025484     IF P2-TRANSACTION-INVALID AND TRANS-IS-TRANSFER-OUT
025486         MOVE "TRANSFER EXCEEDS POSITION" TO P2-REJECT-REASON
025490     END-IF.
025500 1292-EXIT.
025510     EXIT.
025820     MOVE TRANS-DATE TO P2-ACTION-CUTOFF.
025830     PERFORM 1360-APPLY-DUE-ACTIONS THRU 1360-EXIT.
025840     PERFORM 1550-PROCESS-DIV-EVENTS THRU 1550-EXIT.
025840*    An in-kind transfer posts as a pair: the out half pairs
025840*    itself with the row behind it in 1800.  A row that does
025841*    not complete the pair has already been read, so it is
025841*    taken on its own straight away; an in half reaching here
025841*    has no out half ahead of it.
025842     IF TRANS-IS-TRANSFER-IN
025842         MOVE "UNMATCHED TRANSFER IN" TO P2-REJECT-REASON
025842         PERFORM 1295-WRITE-REJECTED-TRANS THRU 1295-EXIT
025843         GO TO 1300-NEXT
025843     END-IF.
025844     IF TRANS-IS-TRANSFER-OUT
025844         PERFORM 1800-PAIR-TRANSFER THRU 1800-EXIT
025844         IF NOT P2-XFER-UNPAIRED
025845             GO TO 1300-NEXT
025845         END-IF
025845         IF P2-EOF-TRANSACTION
025846             GO TO 1300-EXIT
025846         END-IF
025847         GO TO 1300-APPLY-TRANSACTION
025847     END-IF.
025847*    A cancel or correct row validates and posts whole in 1900;
025848*    it never reaches the ordinary buy and sell posting below.
025848     IF TRANS-IS-CORRECTION
025848         PERFORM 1900-POST-CORRECTION THRU 1900-EXIT
025849         GO TO 1300-NEXT
025849     END-IF.
025850     PERFORM 1290-VALIDATE-TRANSACTION THRU 1290-EXIT.
025860*    A cash row touches no position - it posts straight to the
025870*    account's cash balance and still moves the cycle-date
027030*    The cash side of the trade - a buy spends its cost, a
027040*    sell banks its proceeds, so the account's cash balance
027050*    shows overbuying or uninvested cash the day it happens.
027052*    Until the trade settles the same cash is held as pending
027054*    against the settled balance.
027056     MOVE ZERO TO P2-PND-ADDED-IDX.
027060     MOVE TRANS-ACCOUNT TO P2-LOOKUP-ACCOUNT.
027070     PERFORM 1356-FIND-CASH-ENTRY THRU 1356-EXIT.
027080     IF P2-CASH-FOUND
027140             ADD P2-CASH-AMOUNT
027150                 TO CASH-BALANCE(P2-CASH-FOUND-IDX)
027160         END-IF
027165         PERFORM 1770-ADD-PENDING-TRADE THRU 1770-EXIT
027170     END-IF.
027180*    A posted buy is a journal event too - the investment
027190*    goes up at cost, converted to CAD at the rate in effect
027310             ADD P2-GL-WORK-AMT
027320                 TO GLE-BUY-COST(P2-GL-FOUND-IDX)
027330         END-IF
027331     END-IF.
027332*    Every buy is remembered for the superficial-loss window
027333*    and may itself be the replacement purchase for a loss
027334*    sold in the 30 days before it.
027335     IF TRANS-IS-BUY
027336         MOVE P2-POSITION-FOUND-IDX TO P2-SL-SAVE-POS-IDX
027337         PERFORM 1383-ADD-RECENT-BUY THRU 1383-EXIT
027338         MOVE P2-SL-SAVE-POS-IDX TO P2-POSITION-FOUND-IDX
027340     END-IF.
027350 1330-EXIT.
027360     EXIT.
028220     EXIT.

028230 1336-POST-SELL.
028233     MOVE ZERO TO P2-SL-LOSS-QTY.
028236     MOVE ZERO TO P2-SL-LOSS-AMT.
028240     IF P2-FIFO-REQUESTED
028250         PERFORM 1342-CONSUME-LOTS THRU 1342-EXIT
028260     ELSE
028300         FROM POS-SHARES(P2-POSITION-FOUND-IDX).
028310     IF P2-FIFO-REQUESTED
028320         PERFORM 1338-RECOST-POSITION THRU 1338-EXIT
028321     END-IF.
028322*    A sell that booked a loss is checked against the
028323*    holder's purchases once the whole sell is in.
028324     IF P2-SL-LOSS-QTY > ZERO
028325         MOVE P2-POSITION-FOUND-IDX TO P2-SL-SAVE-POS-IDX
028326         PERFORM 1380-CHECK-SUPERFICIAL-LOSS THRU 1380-EXIT
028327         MOVE P2-SL-SAVE-POS-IDX TO P2-POSITION-FOUND-IDX
028330     END-IF.
028340 1336-EXIT.
028350     EXIT.
029220 1344-BOOK-ONE-REALIZED.
029230     COMPUTE P2-REALIZED-GL ROUNDED =
029240         (TRANS-PRICE - P2-RLG-COST) * P2-RLG-QTY.
029241     IF P2-REALIZED-GL < ZERO
029242         ADD P2-RLG-QTY TO P2-SL-LOSS-QTY
029243         COMPUTE P2-SL-LOSS-AMT =
029244             P2-SL-LOSS-AMT - P2-REALIZED-GL
029245     END-IF.
029246     MOVE SPACE          TO STG-SL-FLAG.
029250     MOVE TRANS-DATE     TO STG-DATE.
029260     MOVE TRANS-ACCOUNT  TO STG-ACCOUNT.
029270     MOVE TRANS-SYMBOL   TO STG-SYMBOL.
029300     MOVE P2-RLG-COST    TO STG-AVERAGE-COST.
029310     MOVE P2-REALIZED-GL TO STG-GAIN-LOSS.
029320     WRITE REALIZED-WORK-RECORD FROM P2-RLG-STAGE.
029320*    A deemed disposition on an in-kind transfer moves no
029321*    cash - its journal lines go through transfer clearing, so
029322*    only the cost released is gathered here for 1820 to book.
029323     IF P2-XFER-POSTING
029324         MOVE TRANS-SYMBOL TO P2-LOOKUP-SYMBOL
029325         PERFORM 1353-RESOLVE-TRANS-FX THRU 1353-EXIT
029325         COMPUTE P2-GL-WORK-AMT2 ROUNDED =
029326             P2-RLG-QTY * P2-RLG-COST * P2-TRANS-FX-RATE
029327         ADD P2-GL-WORK-AMT2 TO P2-XFER-GL-COST
029328         GO TO 1344-TOTALS
029329     END-IF.
029330*    Journal the disposition in CAD: proceeds in, cost
029340*    released, and the gain derived from the two converted
029350*    legs - never converted on its own - so the entry still
029520         ADD P2-GL-WORK-AMT
029530             TO GLE-SELL-GAIN(P2-GL-FOUND-IDX)
029540     END-IF.
029545 1344-TOTALS.
029550     MOVE TRANS-ACCOUNT TO P2-RLG-WK-ACCOUNT.
029560     MOVE TRANS-SYMBOL  TO P2-RLG-WK-SYMBOL.
029570     PERFORM 1345-FIND-REALIZED THRU 1345-EXIT.
031100                 TO GLE-CASH-FEE(P2-GL-FOUND-IDX)
031110         END-IF
031120     END-IF.
031125     PERFORM 1720-POST-CONTRIB THRU 1720-EXIT.
031130 1355-EXIT.
031140     EXIT.

031390         MOVE P2-LOOKUP-ACCOUNT
031400             TO CASH-ACCOUNT(P2-CASH-FOUND-IDX)
031410         MOVE ZERO TO CASH-BALANCE(P2-CASH-FOUND-IDX)
031415         MOVE ZERO TO CASH-SETTLED(P2-CASH-FOUND-IDX)
031420         SET P2-CASH-FOUND TO TRUE
031430     END-IF.
031440 1356-EXIT.
031830         MOVE ZERO TO GLE-CASH-WDR(P2-GL-FOUND-IDX)
031840         MOVE ZERO TO GLE-CASH-FEE(P2-GL-FOUND-IDX)
031850         MOVE ZERO TO GLE-DIV-INC(P2-GL-FOUND-IDX)
031851         MOVE ZERO TO GLE-SL-DENIED(P2-GL-FOUND-IDX)
031852         MOVE ZERO TO GLE-SL-COST-ADJ(P2-GL-FOUND-IDX)
031853         MOVE ZERO TO GLE-XFER-OUT-VALUE(P2-GL-FOUND-IDX)
031854         MOVE ZERO TO GLE-XFER-OUT-COST(P2-GL-FOUND-IDX)
031855         MOVE ZERO TO GLE-XFER-IN-VALUE(P2-GL-FOUND-IDX)
031856         MOVE ZERO TO GLE-RVS-BUY-COST(P2-GL-FOUND-IDX)
031857         MOVE ZERO TO GLE-RVS-PROCEEDS(P2-GL-FOUND-IDX)
031858         MOVE ZERO TO GLE-RVS-SELL-COST(P2-GL-FOUND-IDX)
031859         MOVE ZERO TO GLE-CORR-DIV(P2-GL-FOUND-IDX)
031860         SET P2-GL-FOUND TO TRUE
031870     END-IF.
031880 1358-EXIT.
032300*----------------------------------------------------------------
032310* 1365-APPLY-SPLIT - multiply the shares and divide the average
032320* cost of every position in the split symbol (across all
032330* accounts) by the split ratio.  Recent purchases and open
032333* superficial-loss candidates in the symbol are restated the
032336* same way, so a window straddling the split still matches.
032340*----------------------------------------------------------------
032350 1365-APPLY-SPLIT.
032360     IF P2-FIFO-REQUESTED
032410     PERFORM 1367-SPLIT-ONE-POSITION THRU 1367-EXIT
032420         VARYING P2-POS-IDX FROM 1 BY 1
032430         UNTIL P2-POS-IDX > P2-POSITION-COUNT.
032431     PERFORM 1393-SPLIT-ONE-BUY THRU 1393-EXIT
032432         VARYING P2-BUY-IDX FROM 1 BY 1
032433         UNTIL P2-BUY-IDX > P2-BUY-COUNT.
032434     PERFORM 1394-SPLIT-ONE-CANDIDATE THRU 1394-EXIT
032435         VARYING P2-SLC-IDX FROM 1 BY 1
032436         UNTIL P2-SLC-IDX > P2-SLC-COUNT.
032440 1365-EXIT.
032450     EXIT.

033190         SET P2-REMAP-CHANGED TO TRUE
033200     END-IF.
033210 1374-EXIT.
033210     EXIT.

033210*----------------------------------------------------------------
033210* 1380-CHECK-SUPERFICIAL-LOSS - the sell just posted booked a
033210* loss of P2-SL-LOSS-AMT over P2-SL-LOSS-QTY shares.  If the
033210* same holder - in this account or any other account under
033210* the same holder name, registered ones included - bought
033210* the symbol in the 30 days before the sale and still holds
033210* those shares, that part of the loss is recorded as a
033210* matched candidate for 1397 to settle once the window has
033210* closed.  Whatever no earlier purchase covers stays open as
033210* a candidate for a purchase in the 30 days after the sale.
033210* A loss inside an RRSP or TFSA has no tax effect, so it is
033210* never checked.
033210*----------------------------------------------------------------
033210 1380-CHECK-SUPERFICIAL-LOSS.
033210     MOVE TRANS-ACCOUNT TO P2-LOOKUP-ACCOUNT.
033210     PERFORM 1260-FIND-ACCT-MASTER THRU 1260-EXIT.
033210     MOVE SPACES TO P2-SL-HOLDER.
033210     IF P2-ACCTM-FOUND
033210         IF ACCTM-IS-REGISTERED(P2-ACCTM-FOUND-IDX)
033210             GO TO 1380-EXIT
033210         END-IF
033210         MOVE ACCTM-HOLDER-NAME(P2-ACCTM-FOUND-IDX)
033210             TO P2-SL-HOLDER
033210     END-IF.
033210     MOVE TRANS-ACCOUNT  TO P2-SL-SALE-ACCOUNT.
033210     MOVE TRANS-SYMBOL   TO P2-SL-SYMBOL.
033210     MOVE TRANS-DATE     TO P2-SL-SALE-DATE.
033210     MOVE TRANS-PRICE    TO P2-SL-SELL-PRICE.
033210     COMPUTE P2-SL-COST ROUNDED =
033210         TRANS-PRICE + P2-SL-LOSS-AMT / P2-SL-LOSS-QTY.
033210     MOVE P2-SL-LOSS-QTY TO P2-SL-OPEN-QTY.
033210     COMPUTE P2-SL-SALE-DAY =
033210         FUNCTION INTEGER-OF-DATE(TRANS-DATE).
033210*    Newest purchases first - they are the shares most
033210*    likely still held as the replacement.
033210     PERFORM 1381-MATCH-PRIOR-BUY THRU 1381-EXIT
033210         VARYING P2-SL-BUY-SUB FROM P2-BUY-COUNT BY -1
033210         UNTIL P2-SL-BUY-SUB < 1
033210            OR P2-SL-OPEN-QTY = ZERO.
033210     IF P2-SL-OPEN-QTY > ZERO
033210         MOVE P2-SL-OPEN-QTY TO P2-SL-QTY
033210         MOVE SPACES TO P2-SL-REPL-ACCOUNT
033210         MOVE ZERO   TO P2-SL-REPL-DATE
033210         MOVE ZERO   TO P2-SL-REPL-QTY
033210         MOVE ZERO   TO P2-SL-REPL-PRICE
033210         PERFORM 1382-ADD-CANDIDATE THRU 1382-EXIT
033210     END-IF.
033210 1380-EXIT.
033210     EXIT.

033210*----------------------------------------------------------------
033210* 1381-MATCH-PRIOR-BUY - test one recent purchase as the
033210* replacement for the loss being checked.  Only shares the
033210* buying account still holds after the sale can replace, and
033210* a purchase never replaces more shares than it bought across
033210* all the losses it has been matched to.  The shares it
033210* replaces become a matched candidate of their own.
033210*----------------------------------------------------------------
033210 1381-MATCH-PRIOR-BUY.
033210     IF BUY-SYMBOL(P2-SL-BUY-SUB) NOT = P2-SL-SYMBOL
033210        OR BUY-DATE(P2-SL-BUY-SUB) > P2-SL-SALE-DATE
033210        OR BUY-MATCHED(P2-SL-BUY-SUB)
033211           NOT < BUY-QUANTITY(P2-SL-BUY-SUB)
033211         GO TO 1381-EXIT
033211     END-IF.
033211     COMPUTE P2-SL-BUY-DAY =
033211         FUNCTION INTEGER-OF-DATE(BUY-DATE(P2-SL-BUY-SUB)).
033211     IF P2-SL-BUY-DAY + P2-SL-WINDOW-DAYS < P2-SL-SALE-DAY
033211         GO TO 1381-EXIT
033211     END-IF.
033211     MOVE BUY-ACCOUNT(P2-SL-BUY-SUB) TO P2-SL-REPL-ACCOUNT.
033211     PERFORM 1386-CHECK-SAME-HOLDER THRU 1386-EXIT.
033211     IF NOT P2-SL-SAME-HOLDER
033211         GO TO 1381-EXIT
033211     END-IF.
033211     MOVE P2-SL-REPL-ACCOUNT TO P2-LOOKUP-ACCOUNT.
033211     MOVE P2-SL-SYMBOL       TO P2-LOOKUP-SYMBOL.
033211     PERFORM 1310-FIND-POSITION THRU 1310-EXIT.
033211     IF NOT P2-POSITION-FOUND
033211         GO TO 1381-EXIT
033211     END-IF.
033211     MOVE POS-SHARES(P2-POSITION-FOUND-IDX) TO P2-SL-HELD-QTY.
033211     COMPUTE P2-SL-AVAIL-QTY =
033211         BUY-QUANTITY(P2-SL-BUY-SUB)
033211         - BUY-MATCHED(P2-SL-BUY-SUB).
033211     IF P2-SL-HELD-QTY < P2-SL-AVAIL-QTY
033211         MOVE P2-SL-HELD-QTY TO P2-SL-AVAIL-QTY
033211     END-IF.
033211     IF P2-SL-OPEN-QTY < P2-SL-AVAIL-QTY
033211         MOVE P2-SL-OPEN-QTY TO P2-SL-AVAIL-QTY
033211     END-IF.
033211     IF P2-SL-AVAIL-QTY = ZERO
033211         GO TO 1381-EXIT
033211     END-IF.
033211     ADD P2-SL-AVAIL-QTY TO BUY-MATCHED(P2-SL-BUY-SUB).
033211     SUBTRACT P2-SL-AVAIL-QTY FROM P2-SL-OPEN-QTY.
033211     MOVE P2-SL-AVAIL-QTY TO P2-SL-QTY.
033211     MOVE BUY-DATE(P2-SL-BUY-SUB)     TO P2-SL-REPL-DATE.
033211     MOVE BUY-QUANTITY(P2-SL-BUY-SUB) TO P2-SL-REPL-QTY.
033211     MOVE BUY-PRICE(P2-SL-BUY-SUB)    TO P2-SL-REPL-PRICE.
033211     PERFORM 1382-ADD-CANDIDATE THRU 1382-EXIT.
033211 1381-EXIT.
033211     EXIT.

033211*----------------------------------------------------------------
033211* 1382-ADD-CANDIDATE - file the P2-SL-QTY shares of the loss
033211* in P2-SL-DENIAL as a candidate: matched to the purchase in
033211* P2-SL-REPL-*, or, with the account blank, open for a
033211* replacement purchase in the next 30 days.  Its own
033211* subscript leaves 1384's walk of the table undisturbed.  A
033211* lost candidate would let a denied loss stand, so an
033211* overflow both rejects and fails the run's controls.
033211*----------------------------------------------------------------
033211 1382-ADD-CANDIDATE.
033211     IF P2-SLC-COUNT >= 5000
033211         MOVE SPACES             TO REJECTED-RECORD
033211         MOVE P2-SL-SALE-ACCOUNT TO REJ-ACCOUNT
033211         MOVE P2-SL-SYMBOL       TO REJ-SYMBOL
033211         MOVE "SUPERFICIAL LOSS TABLE OVERFLOW" TO REJ-REASON
033211         WRITE REJECTED-RECORD
033211         SET P2-CTL-FAILED TO TRUE
033211         GO TO 1382-EXIT
033211     END-IF.
033211     ADD 1 TO P2-SLC-COUNT.
033211     MOVE P2-SLC-COUNT TO P2-SL-ADD-SUB.
033211     MOVE P2-SL-SALE-ACCOUNT TO SLC-ACCOUNT(P2-SL-ADD-SUB).
033212     MOVE P2-SL-SYMBOL       TO SLC-SYMBOL(P2-SL-ADD-SUB).
033212     MOVE P2-SL-SALE-DATE    TO SLC-SALE-DATE(P2-SL-ADD-SUB).
033212     MOVE P2-SL-QTY          TO SLC-QUANTITY(P2-SL-ADD-SUB).
033212     MOVE P2-SL-SELL-PRICE   TO SLC-SELL-PRICE(P2-SL-ADD-SUB).
033212     MOVE P2-SL-COST         TO SLC-COST(P2-SL-ADD-SUB).
033212     MOVE P2-SL-REPL-ACCOUNT TO SLC-REPL-ACCOUNT(P2-SL-ADD-SUB).
033212     MOVE P2-SL-REPL-DATE    TO SLC-REPL-DATE(P2-SL-ADD-SUB).
033212     MOVE P2-SL-REPL-QTY     TO SLC-REPL-QTY(P2-SL-ADD-SUB).
033212     MOVE P2-SL-REPL-PRICE   TO SLC-REPL-PRICE(P2-SL-ADD-SUB).
033212     MOVE ZERO               TO SLC-SETTLED-QTY(P2-SL-ADD-SUB).
033212 1382-EXIT.
033212     EXIT.

033212*----------------------------------------------------------------
033212* 1383-ADD-RECENT-BUY - remember the buy just posted for the
033212* superficial-loss window, then offer it to every open
033212* candidate as a replacement purchase.  Purchases no later
033212* loss can use are purged first, so the table holds only the
033212* last 30 days' buys however long the history replayed.  An
033212* overflow rejects and fails the run's controls, as a lost
033212* purchase would let a later loss stand that should have been
033212* denied.
033212*----------------------------------------------------------------
033212 1383-ADD-RECENT-BUY.
033212     PERFORM 1395-PURGE-RECENT-BUYS THRU 1395-EXIT.
033212     IF P2-BUY-COUNT >= 5000
033212         MOVE SPACES        TO REJECTED-RECORD
033212         MOVE TRANS-ACCOUNT TO REJ-ACCOUNT
033212         MOVE TRANS-SYMBOL  TO REJ-SYMBOL
033212         MOVE "RECENT BUY TABLE OVERFLOW" TO REJ-REASON
033212         WRITE REJECTED-RECORD
033212         SET P2-CTL-FAILED TO TRUE
033212         GO TO 1383-EXIT
033212     END-IF.
033212     ADD 1 TO P2-BUY-COUNT.
033212     SET P2-BUY-IDX TO P2-BUY-COUNT.
033212     MOVE TRANS-ACCOUNT  TO BUY-ACCOUNT(P2-BUY-IDX).
033212     MOVE TRANS-SYMBOL   TO BUY-SYMBOL(P2-BUY-IDX).
033212     MOVE TRANS-DATE     TO BUY-DATE(P2-BUY-IDX).
033212     MOVE TRANS-QUANTITY TO BUY-QUANTITY(P2-BUY-IDX).
033212     MOVE TRANS-PRICE    TO BUY-PRICE(P2-BUY-IDX).
033212     MOVE ZERO           TO BUY-MATCHED(P2-BUY-IDX).
033212     IF P2-SLC-COUNT > ZERO
033212         PERFORM 1384-CHECK-OPEN-CANDIDATES THRU 1384-EXIT
033212     END-IF.
033212 1383-EXIT.
033212     EXIT.

033212 1384-CHECK-OPEN-CANDIDATES.
033212     COMPUTE P2-SL-BUY-DAY =
033212         FUNCTION INTEGER-OF-DATE(TRANS-DATE).
033212     PERFORM 1385-MATCH-ONE-CANDIDATE THRU 1385-EXIT
033212         VARYING P2-SLC-IDX FROM 1 BY 1
033212         UNTIL P2-SLC-IDX > P2-SLC-COUNT
033212            OR BUY-MATCHED(P2-BUY-IDX)
033212               NOT < BUY-QUANTITY(P2-BUY-IDX).
033212 1384-EXIT.
033212     EXIT.

033212*----------------------------------------------------------------
033212* 1385-MATCH-ONE-CANDIDATE - test one open candidate against
033212* the buy just posted: same symbol, same holder, bought on
033212* or after the sale date and no more than 30 days after it.
033212* A purchase that covers the whole candidate is recorded on
033212* it; one that covers part splits the replaced shares off as
033212* a matched candidate of their own.  Nothing is booked until
033213* 1397 settles the match when the window closes.
033213*----------------------------------------------------------------
033213 1385-MATCH-ONE-CANDIDATE.
033213     IF SLC-QUANTITY(P2-SLC-IDX) = ZERO
033213        OR SLC-REPL-ACCOUNT(P2-SLC-IDX) NOT = SPACES
033213        OR SLC-SYMBOL(P2-SLC-IDX) NOT = TRANS-SYMBOL
033213        OR SLC-SALE-DATE(P2-SLC-IDX) > TRANS-DATE
033213         GO TO 1385-EXIT
033213     END-IF.
033213     COMPUTE P2-SL-SALE-DAY =
033213         FUNCTION INTEGER-OF-DATE(SLC-SALE-DATE(P2-SLC-IDX)).
033213     IF P2-SL-SALE-DAY + P2-SL-WINDOW-DAYS < P2-SL-BUY-DAY
033213         GO TO 1385-EXIT
033213     END-IF.
033213     MOVE SLC-ACCOUNT(P2-SLC-IDX) TO P2-SL-SALE-ACCOUNT.
033213     MOVE SLC-ACCOUNT(P2-SLC-IDX) TO P2-LOOKUP-ACCOUNT.
033213     PERFORM 1260-FIND-ACCT-MASTER THRU 1260-EXIT.
033213     MOVE SPACES TO P2-SL-HOLDER.
033213     IF P2-ACCTM-FOUND
033213         MOVE ACCTM-HOLDER-NAME(P2-ACCTM-FOUND-IDX)
033213             TO P2-SL-HOLDER
033213     END-IF.
033213     MOVE TRANS-ACCOUNT TO P2-SL-REPL-ACCOUNT.
033213     PERFORM 1386-CHECK-SAME-HOLDER THRU 1386-EXIT.
033213     IF NOT P2-SL-SAME-HOLDER
033213         GO TO 1385-EXIT
033213     END-IF.
033213     COMPUTE P2-SL-AVAIL-QTY =
033213         BUY-QUANTITY(P2-BUY-IDX) - BUY-MATCHED(P2-BUY-IDX).
033213     IF SLC-QUANTITY(P2-SLC-IDX) < P2-SL-AVAIL-QTY
033213         MOVE SLC-QUANTITY(P2-SLC-IDX) TO P2-SL-AVAIL-QTY
033213     END-IF.
033213     ADD P2-SL-AVAIL-QTY TO BUY-MATCHED(P2-BUY-IDX).
033213     IF P2-SL-AVAIL-QTY = SLC-QUANTITY(P2-SLC-IDX)
033213         MOVE TRANS-ACCOUNT  TO SLC-REPL-ACCOUNT(P2-SLC-IDX)
033213         MOVE TRANS-DATE     TO SLC-REPL-DATE(P2-SLC-IDX)
033213         MOVE TRANS-QUANTITY TO SLC-REPL-QTY(P2-SLC-IDX)
033213         MOVE TRANS-PRICE    TO SLC-REPL-PRICE(P2-SLC-IDX)
033213         GO TO 1385-EXIT
033213     END-IF.
033213     SUBTRACT P2-SL-AVAIL-QTY FROM SLC-QUANTITY(P2-SLC-IDX).
033213     MOVE SLC-SYMBOL(P2-SLC-IDX)     TO P2-SL-SYMBOL.
033213     MOVE SLC-SALE-DATE(P2-SLC-IDX)  TO P2-SL-SALE-DATE.
033213     MOVE SLC-SELL-PRICE(P2-SLC-IDX) TO P2-SL-SELL-PRICE.
033213     MOVE SLC-COST(P2-SLC-IDX)       TO P2-SL-COST.
033213     MOVE P2-SL-AVAIL-QTY            TO P2-SL-QTY.
033213     MOVE TRANS-DATE     TO P2-SL-REPL-DATE.
033213     MOVE TRANS-QUANTITY TO P2-SL-REPL-QTY.
033213     MOVE TRANS-PRICE    TO P2-SL-REPL-PRICE.
033213     PERFORM 1382-ADD-CANDIDATE THRU 1382-EXIT.
033213 1385-EXIT.
033213     EXIT.

033213*----------------------------------------------------------------
033213* 1386-CHECK-SAME-HOLDER - the replacement account in
033213* P2-SL-REPL-ACCOUNT belongs to the seller when it is the
033213* selling account itself, or when the account master carries
033213* the same holder name (P2-SL-HOLDER) on both.  An account
033213* missing from the master only ever matches itself.
033213*----------------------------------------------------------------
033213 1386-CHECK-SAME-HOLDER.
033213     MOVE "N" TO P2-SW-SL-SAME-HOLDER.
033213     IF P2-SL-REPL-ACCOUNT = P2-SL-SALE-ACCOUNT
033213         SET P2-SL-SAME-HOLDER TO TRUE
033214         GO TO 1386-EXIT
033214     END-IF.
033214     IF P2-SL-HOLDER = SPACES
033214         GO TO 1386-EXIT
033214     END-IF.
033214     MOVE P2-SL-REPL-ACCOUNT TO P2-LOOKUP-ACCOUNT.
033214     PERFORM 1260-FIND-ACCT-MASTER THRU 1260-EXIT.
033214     IF P2-ACCTM-FOUND
033214        AND ACCTM-HOLDER-NAME(P2-ACCTM-FOUND-IDX) = P2-SL-HOLDER
033214         SET P2-SL-SAME-HOLDER TO TRUE
033214     END-IF.
033214 1386-EXIT.
033214     EXIT.

033214*----------------------------------------------------------------
033214* 1387-BOOK-DENIAL - book one superficial-loss denial 1398
033214* has settled and staged in P2-SL-DENIAL.  A "D" row goes
033214* onto the realized ledger under the sale's account, date and
033214* symbol, carrying the denied amount as a gain, so every
033214* total taken over the ledger nets the loss down by exactly
033214* what was denied.  The realized totals follow the row, the
033214* journal gives the loss back on the selling account and puts
033214* it onto cost on the replacement account, and the
033214* replacement shares' cost is raised by the same amount.
033214*----------------------------------------------------------------
033214 1387-BOOK-DENIAL.
033214     IF P2-SL-DENIED-AMT = ZERO
033214         GO TO 1387-EXIT
033214     END-IF.
033214     MOVE P2-SL-SALE-ACCOUNT TO STG-ACCOUNT.
033214     MOVE P2-SL-SALE-DATE    TO STG-DATE.
033214     MOVE P2-SL-SYMBOL       TO STG-SYMBOL.
033214     MOVE P2-SL-QTY          TO STG-QUANTITY.
033214     MOVE P2-SL-SELL-PRICE   TO STG-SELL-PRICE.
033214     MOVE P2-SL-COST         TO STG-AVERAGE-COST.
033214     MOVE P2-SL-DENIED-AMT   TO STG-GAIN-LOSS.
033214     MOVE "D"                TO STG-SL-FLAG.
033214     WRITE REALIZED-WORK-RECORD FROM P2-RLG-STAGE.
033214     MOVE P2-SL-SALE-ACCOUNT TO P2-RLG-WK-ACCOUNT.
033214     MOVE P2-SL-SYMBOL       TO P2-RLG-WK-SYMBOL.
033214     PERFORM 1345-FIND-REALIZED THRU 1345-EXIT.
033214     IF NOT P2-REALIZED-FOUND
033214         PERFORM 1347-ADD-REALIZED-CHECKED THRU 1347-EXIT
033214         IF NOT P2-RGL-STORED
033214             GO TO 1387-NEXT
033214         END-IF
033214     END-IF.
033214     ADD P2-SL-DENIED-AMT
033214         TO RGL-TOTAL-GL(P2-REALIZED-FOUND-IDX).
033214     ADD P2-SL-DENIED-AMT TO P2-TOTAL-REALIZED.
033214     IF P2-SL-SALE-DATE(1:4) = P2-RUN-DATE(1:4)
033214         ADD P2-SL-DENIED-AMT
033214             TO RGL-YTD-GL(P2-REALIZED-FOUND-IDX)
033214         ADD P2-SL-DENIED-AMT TO P2-TOTAL-REALIZED-YTD
033214     END-IF.
033214 1387-NEXT.
033214     MOVE P2-SL-SYMBOL TO P2-LOOKUP-SYMBOL.
033214     PERFORM 1353-RESOLVE-TRANS-FX THRU 1353-EXIT.
033214     COMPUTE P2-GL-WORK-AMT ROUNDED =
033214         P2-SL-DENIED-AMT * P2-TRANS-FX-RATE.
033214     MOVE P2-SL-SALE-ACCOUNT TO P2-LOOKUP-ACCOUNT.
033214     PERFORM 1358-FIND-GL-ENTRY THRU 1358-EXIT.
033214     IF P2-GL-FOUND
033214         ADD P2-GL-WORK-AMT TO GLE-SL-DENIED(P2-GL-FOUND-IDX)
033215     END-IF.
033215     MOVE P2-SL-REPL-ACCOUNT TO P2-LOOKUP-ACCOUNT.
033215     PERFORM 1358-FIND-GL-ENTRY THRU 1358-EXIT.
033215     IF P2-GL-FOUND
033215         ADD P2-GL-WORK-AMT TO GLE-SL-COST-ADJ(P2-GL-FOUND-IDX)
033215     END-IF.
033215     PERFORM 1388-ADD-DENIED-TO-COST THRU 1388-EXIT.
033215     PERFORM 1390-WRITE-DENIAL-LINE THRU 1390-EXIT.
033215 1387-EXIT.
033215     EXIT.

033215*----------------------------------------------------------------
033215* 1388-ADD-DENIED-TO-COST - raise the replacement position's
033215* cost by the denied amount.  In weighted-average mode the
033215* average cost absorbs it across the whole position; in FIFO
033215* mode it goes onto the replacement purchase's own lot (or,
033215* once that lot has been sold down, the newest open lot of
033215* the position) and the position is re-derived from the
033215* lots.  Never reached from inside the lot-consume loop, so
033215* the recost's walk of the lot table is safe here.
033215*----------------------------------------------------------------
033215 1388-ADD-DENIED-TO-COST.
033215     MOVE P2-SL-REPL-ACCOUNT TO P2-LOOKUP-ACCOUNT.
033215     MOVE P2-SL-SYMBOL       TO P2-LOOKUP-SYMBOL.
033215     PERFORM 1310-FIND-POSITION THRU 1310-EXIT.
033215     IF NOT P2-POSITION-FOUND
033215        OR POS-SHARES(P2-POSITION-FOUND-IDX) = ZERO
033215         GO TO 1388-EXIT
033215     END-IF.
033215     IF NOT P2-FIFO-REQUESTED
033215         COMPUTE POS-AVERAGE-COST(P2-POSITION-FOUND-IDX)
033215             ROUNDED =
033215             POS-AVERAGE-COST(P2-POSITION-FOUND-IDX)
033215             + P2-SL-DENIED-AMT
033215               / POS-SHARES(P2-POSITION-FOUND-IDX)
033215         GO TO 1388-EXIT
033215     END-IF.
033215     MOVE ZERO TO P2-SL-LOT-HIT.
033215     MOVE "N" TO P2-SW-SL-LOT-DATED.
033215     PERFORM 1389-FIND-REPL-LOT THRU 1389-EXIT
033215         VARYING P2-SL-LOT-SUB FROM 1 BY 1
033215         UNTIL P2-SL-LOT-SUB > P2-LOT-COUNT
033215            OR P2-SL-LOT-DATED.
033215     IF P2-SL-LOT-HIT = ZERO
033215         GO TO 1388-EXIT
033215     END-IF.
033215     COMPUTE LOT-COST(P2-SL-LOT-HIT) ROUNDED =
033215         LOT-COST(P2-SL-LOT-HIT)
033215         + P2-SL-DENIED-AMT / LOT-SHARES(P2-SL-LOT-HIT).
033215     PERFORM 1338-RECOST-POSITION THRU 1338-EXIT.
033215 1388-EXIT.
033215     EXIT.

033215 1389-FIND-REPL-LOT.
033215     IF LOT-ACCOUNT(P2-SL-LOT-SUB) = P2-SL-REPL-ACCOUNT
033215        AND LOT-SYMBOL(P2-SL-LOT-SUB) = P2-SL-SYMBOL
033215        AND LOT-SHARES(P2-SL-LOT-SUB) > ZERO
033215         MOVE P2-SL-LOT-SUB TO P2-SL-LOT-HIT
033215         IF LOT-DATE(P2-SL-LOT-SUB) = P2-SL-REPL-DATE
033215             SET P2-SL-LOT-DATED TO TRUE
033215         END-IF
033215     END-IF.
033215 1389-EXIT.
033215     EXIT.

033215 1390-WRITE-DENIAL-LINE.
033216     MOVE P2-SL-SALE-ACCOUNT TO SLR-ACCOUNT.
033216     MOVE P2-SL-SYMBOL       TO SLR-SYMBOL.
033216     MOVE P2-SL-SALE-DATE    TO SLR-SALE-DATE.
033216     MOVE P2-SL-QTY          TO SLR-SHARES.
033216     MOVE P2-SL-DENIED-AMT   TO SLR-AMOUNT.
033216     MOVE P2-SL-REPL-ACCOUNT TO SLR-REPL-ACCOUNT.
033216     MOVE P2-SL-REPL-DATE    TO SLR-REPL-DATE.
033216     MOVE P2-SL-REPL-QTY     TO SLR-REPL-SHARES.
033216     MOVE P2-SL-REPL-PRICE   TO SLR-REPL-PRICE.
033216     MOVE "LOSS DENIED"      TO SLR-STATUS.
033216     WRITE SUPERLOSS-RECORD FROM P2-SLR-LINE.
033216     ADD 1 TO P2-SL-DENIED-COUNT.
033216     ADD P2-SL-DENIED-AMT TO P2-SL-DENIED-TOTAL.
033216 1390-EXIT.
033216     EXIT.

033216*----------------------------------------------------------------
033216* 1391-LOAD-MASTER-BUY / 1392-LOAD-MASTER-CANDIDATE - fold one
033216* carried-forward recent purchase or superficial-loss
033216* candidate into its table under its current (possibly
033216* remapped) symbol.  A type M record completes the matched
033216* candidate loaded just before it with the replacement
033216* purchase; one with no matched candidate to complete is
033216* ignored.
033216*----------------------------------------------------------------
033216 1391-LOAD-MASTER-BUY.
033216     IF P2-BUY-COUNT >= 5000
033216         MOVE SPACES         TO REJECTED-RECORD
033216         MOVE PM-BUY-ACCOUNT TO REJ-ACCOUNT
033216         MOVE PM-BUY-SYMBOL  TO REJ-SYMBOL
033216         MOVE "RECENT BUY TABLE OVERFLOW" TO REJ-REASON
033216         WRITE REJECTED-RECORD
033216         SET P2-CTL-FAILED TO TRUE
033216         GO TO 1391-EXIT
033216     END-IF.
033216     MOVE PM-BUY-SYMBOL TO P2-REMAP-SYMBOL.
033216     PERFORM 1371-REMAP-SYMBOL THRU 1371-EXIT.
033216     ADD 1 TO P2-BUY-COUNT.
033216     SET P2-BUY-IDX TO P2-BUY-COUNT.
033216     MOVE PM-BUY-ACCOUNT  TO BUY-ACCOUNT(P2-BUY-IDX).
033216     MOVE P2-REMAP-SYMBOL TO BUY-SYMBOL(P2-BUY-IDX).
033216     MOVE PM-BUY-DATE     TO BUY-DATE(P2-BUY-IDX).
033216     MOVE PM-BUY-QUANTITY TO BUY-QUANTITY(P2-BUY-IDX).
033216     MOVE PM-BUY-PRICE    TO BUY-PRICE(P2-BUY-IDX).
033216     MOVE PM-BUY-MATCHED  TO BUY-MATCHED(P2-BUY-IDX).
033216 1391-EXIT.
033216     EXIT.

033216 1392-LOAD-MASTER-CANDIDATE.
033216     IF PM-IS-LOSS-MATCH
033216         IF P2-SLC-COUNT > ZERO
033216             IF SLC-REPL-ACCOUNT(P2-SLC-COUNT) NOT = SPACES
033216                AND SLC-REPL-DATE(P2-SLC-COUNT) = ZERO
033216                 MOVE PM-SLM-REPL-DATE
033216                     TO SLC-REPL-DATE(P2-SLC-COUNT)
033216                 MOVE PM-SLM-REPL-QTY
033216                     TO SLC-REPL-QTY(P2-SLC-COUNT)
033216                 MOVE PM-SLM-REPL-PRICE
033216                     TO SLC-REPL-PRICE(P2-SLC-COUNT)
033216             END-IF
033216         END-IF
033216         GO TO 1392-EXIT
033216     END-IF.
033216     IF P2-SLC-COUNT >= 5000
033216         MOVE SPACES         TO REJECTED-RECORD
033217         MOVE PM-SLC-ACCOUNT TO REJ-ACCOUNT
033217         MOVE PM-SLC-SYMBOL  TO REJ-SYMBOL
033217         MOVE "SUPERFICIAL LOSS TABLE OVERFLOW" TO REJ-REASON
033217         WRITE REJECTED-RECORD
033217         SET P2-CTL-FAILED TO TRUE
033217         GO TO 1392-EXIT
033217     END-IF.
033217     MOVE PM-SLC-SYMBOL TO P2-REMAP-SYMBOL.
033217     PERFORM 1371-REMAP-SYMBOL THRU 1371-EXIT.
033217     ADD 1 TO P2-SLC-COUNT.
033217     SET P2-SLC-IDX TO P2-SLC-COUNT.
033217     MOVE PM-SLC-ACCOUNT    TO SLC-ACCOUNT(P2-SLC-IDX).
033217     MOVE P2-REMAP-SYMBOL   TO SLC-SYMBOL(P2-SLC-IDX).
033217     MOVE PM-SLC-SALE-DATE  TO SLC-SALE-DATE(P2-SLC-IDX).
033217     MOVE PM-SLC-QUANTITY   TO SLC-QUANTITY(P2-SLC-IDX).
033217     MOVE PM-SLC-SELL-PRICE TO SLC-SELL-PRICE(P2-SLC-IDX).
033217     MOVE PM-SLC-COST       TO SLC-COST(P2-SLC-IDX).
033217     MOVE PM-SLC-REPL-ACCOUNT TO SLC-REPL-ACCOUNT(P2-SLC-IDX).
033217     MOVE ZERO              TO SLC-REPL-DATE(P2-SLC-IDX).
033217     MOVE ZERO              TO SLC-REPL-QTY(P2-SLC-IDX).
033217     MOVE ZERO              TO SLC-REPL-PRICE(P2-SLC-IDX).
033217     MOVE ZERO              TO SLC-SETTLED-QTY(P2-SLC-IDX).
033217 1392-EXIT.
033217     EXIT.

033217 1393-SPLIT-ONE-BUY.
033217     IF BUY-SYMBOL(P2-BUY-IDX) = CACT-SYMBOL(P2-CACT-IDX)
033217         COMPUTE BUY-QUANTITY(P2-BUY-IDX) ROUNDED =
033217             BUY-QUANTITY(P2-BUY-IDX) * CACT-RATIO(P2-CACT-IDX)
033217         COMPUTE BUY-MATCHED(P2-BUY-IDX) ROUNDED =
033217             BUY-MATCHED(P2-BUY-IDX) * CACT-RATIO(P2-CACT-IDX)
033217         COMPUTE BUY-PRICE(P2-BUY-IDX) ROUNDED =
033217             BUY-PRICE(P2-BUY-IDX) / CACT-RATIO(P2-CACT-IDX)
033217     END-IF.
033217 1393-EXIT.
033217     EXIT.

033217 1394-SPLIT-ONE-CANDIDATE.
033217     IF SLC-SYMBOL(P2-SLC-IDX) = CACT-SYMBOL(P2-CACT-IDX)
033217         COMPUTE SLC-QUANTITY(P2-SLC-IDX) ROUNDED =
033217             SLC-QUANTITY(P2-SLC-IDX) * CACT-RATIO(P2-CACT-IDX)
033217         COMPUTE SLC-SELL-PRICE(P2-SLC-IDX) ROUNDED =
033217             SLC-SELL-PRICE(P2-SLC-IDX)
033217             / CACT-RATIO(P2-CACT-IDX)
033217         COMPUTE SLC-COST(P2-SLC-IDX) ROUNDED =
033217             SLC-COST(P2-SLC-IDX) / CACT-RATIO(P2-CACT-IDX)
033217         COMPUTE SLC-REPL-QTY(P2-SLC-IDX) ROUNDED =
033217             SLC-REPL-QTY(P2-SLC-IDX) * CACT-RATIO(P2-CACT-IDX)
033217         COMPUTE SLC-REPL-PRICE(P2-SLC-IDX) ROUNDED =
033217             SLC-REPL-PRICE(P2-SLC-IDX)
033217             / CACT-RATIO(P2-CACT-IDX)
033217     END-IF.
033217 1394-EXIT.
033217     EXIT.

033217*----------------------------------------------------------------
033217* 1395-PURGE-RECENT-BUYS - close up the recent-buy table over
033217* the purchases the buy being posted makes useless: one bought
033217* more than 30 days before it can no longer replace a loss
033217* sold on or after its date (transactions are applied in date
033217* order), and one fully matched has no shares left to replace.
033217*----------------------------------------------------------------
033217 1395-PURGE-RECENT-BUYS.
033217     COMPUTE P2-BUY-CUTOFF-DAY =
033217         FUNCTION INTEGER-OF-DATE(TRANS-DATE) - P2-SL-WINDOW-DAYS.
033217     MOVE ZERO TO P2-BUY-KEEP.
033218     PERFORM 1396-KEEP-ONE-BUY THRU 1396-EXIT
033218         VARYING P2-SL-BUY-SUB FROM 1 BY 1
033218         UNTIL P2-SL-BUY-SUB > P2-BUY-COUNT.
033218     MOVE P2-BUY-KEEP TO P2-BUY-COUNT.
033218 1395-EXIT.
033218     EXIT.

033218 1396-KEEP-ONE-BUY.
033218     IF BUY-MATCHED(P2-SL-BUY-SUB)
033218        NOT < BUY-QUANTITY(P2-SL-BUY-SUB)
033218         GO TO 1396-EXIT
033218     END-IF.
033218     COMPUTE P2-SL-BUY-DAY =
033218         FUNCTION INTEGER-OF-DATE(BUY-DATE(P2-SL-BUY-SUB)).
033218     IF P2-SL-BUY-DAY < P2-BUY-CUTOFF-DAY
033218         GO TO 1396-EXIT
033218     END-IF.
033218     ADD 1 TO P2-BUY-KEEP.
033218     IF P2-BUY-KEEP < P2-SL-BUY-SUB
033218         MOVE P2-BUY-ENTRY(P2-SL-BUY-SUB)
033218             TO P2-BUY-ENTRY(P2-BUY-KEEP)
033218     END-IF.
033218 1396-EXIT.
033218     EXIT.

033218*----------------------------------------------------------------
033218* 1397-SETTLE-CLOSED-WINDOWS - once the whole transaction pass
033218* is in, settle every matched superficial-loss candidate whose
033218* 30 days after the sale have passed by the new cycle date.
033218* A loss is only denied if the replacement shares are still
033218* held when the window closes, so the match recorded by 1381
033218* or 1385 is not booked until then.  Candidates still inside
033218* their window carry forward matched (8324) for a later run.
033218*----------------------------------------------------------------
033218 1397-SETTLE-CLOSED-WINDOWS.
033218     PERFORM 8305-DERIVE-CYCLE-DATE THRU 8305-EXIT.
033218     COMPUTE P2-SL-CYCLE-DAY =
033218         FUNCTION INTEGER-OF-DATE(P2-NEW-CYCLE-DATE).
033218     PERFORM 1398-SETTLE-ONE-CANDIDATE THRU 1398-EXIT
033218         VARYING P2-SLC-IDX FROM 1 BY 1
033218         UNTIL P2-SLC-IDX > P2-SLC-COUNT.
033218 1397-EXIT.
033218     EXIT.

033218*----------------------------------------------------------------
033218* 1398-SETTLE-ONE-CANDIDATE - the replacement account's shares
033218* of the symbol, less those already claimed by candidates
033218* settled ahead of this one, are what can still replace it.
033218* That many shares of the loss are denied through 1387; any
033218* matched shares the account no longer holds are allowed and
033218* listed as such.  Either way the candidate is then closed.
033218*----------------------------------------------------------------
033218 1398-SETTLE-ONE-CANDIDATE.
033218     IF SLC-QUANTITY(P2-SLC-IDX) = ZERO
033218        OR SLC-REPL-ACCOUNT(P2-SLC-IDX) = SPACES
033218         GO TO 1398-EXIT
033218     END-IF.
033218     COMPUTE P2-SL-SALE-DAY =
033218         FUNCTION INTEGER-OF-DATE(SLC-SALE-DATE(P2-SLC-IDX)).
033218     IF P2-SL-SALE-DAY + P2-SL-WINDOW-DAYS > P2-SL-CYCLE-DAY
033218         GO TO 1398-EXIT
033218     END-IF.
033218     MOVE SLC-ACCOUNT(P2-SLC-IDX)      TO P2-SL-SALE-ACCOUNT.
033218     MOVE SLC-SYMBOL(P2-SLC-IDX)       TO P2-SL-SYMBOL.
033218     MOVE SLC-SALE-DATE(P2-SLC-IDX)    TO P2-SL-SALE-DATE.
033218     MOVE SLC-SELL-PRICE(P2-SLC-IDX)   TO P2-SL-SELL-PRICE.
033219     MOVE SLC-COST(P2-SLC-IDX)         TO P2-SL-COST.
033219     MOVE SLC-REPL-ACCOUNT(P2-SLC-IDX) TO P2-SL-REPL-ACCOUNT.
033219     MOVE SLC-REPL-DATE(P2-SLC-IDX)    TO P2-SL-REPL-DATE.
033219     MOVE SLC-REPL-QTY(P2-SLC-IDX)     TO P2-SL-REPL-QTY.
033219     MOVE SLC-REPL-PRICE(P2-SLC-IDX)   TO P2-SL-REPL-PRICE.
033219     MOVE ZERO TO P2-SL-HELD-QTY.
033219     MOVE P2-SL-REPL-ACCOUNT TO P2-LOOKUP-ACCOUNT.
033219     MOVE P2-SL-SYMBOL       TO P2-LOOKUP-SYMBOL.
033219     PERFORM 1310-FIND-POSITION THRU 1310-EXIT.
033219     IF P2-POSITION-FOUND
033219         MOVE POS-SHARES(P2-POSITION-FOUND-IDX) TO P2-SL-HELD-QTY
033219     END-IF.
033219     MOVE ZERO TO P2-SL-CLAIMED-QTY.
033219     PERFORM 1399-ADD-PRIOR-CLAIM THRU 1399-EXIT
033219         VARYING P2-SL-PRIOR-SUB FROM 1 BY 1
033219         UNTIL P2-SL-PRIOR-SUB NOT < P2-SLC-IDX.
033219     MOVE ZERO TO P2-SL-AVAIL-QTY.
033219     IF P2-SL-CLAIMED-QTY < P2-SL-HELD-QTY
033219         COMPUTE P2-SL-AVAIL-QTY =
033219             P2-SL-HELD-QTY - P2-SL-CLAIMED-QTY
033219     END-IF.
033219     IF SLC-QUANTITY(P2-SLC-IDX) < P2-SL-AVAIL-QTY
033219         MOVE SLC-QUANTITY(P2-SLC-IDX) TO P2-SL-AVAIL-QTY
033219     END-IF.
033219     MOVE P2-SL-AVAIL-QTY TO SLC-SETTLED-QTY(P2-SLC-IDX).
033219     IF P2-SL-AVAIL-QTY > ZERO
033219         MOVE P2-SL-AVAIL-QTY TO P2-SL-QTY
033219         COMPUTE P2-SL-DENIED-AMT ROUNDED =
033219             (P2-SL-COST - P2-SL-SELL-PRICE) * P2-SL-QTY
033219         PERFORM 1387-BOOK-DENIAL THRU 1387-EXIT
033219     END-IF.
033219     IF P2-SL-AVAIL-QTY NOT < SLC-QUANTITY(P2-SLC-IDX)
033219         GO TO 1398-NEXT
033219     END-IF.
033219     COMPUTE P2-SL-QTY =
033219         SLC-QUANTITY(P2-SLC-IDX) - P2-SL-AVAIL-QTY.
033219     COMPUTE P2-SL-DENIED-AMT ROUNDED =
033219         (P2-SL-COST - P2-SL-SELL-PRICE) * P2-SL-QTY.
033219     MOVE SPACES             TO P2-SLR-LINE.
033219     MOVE P2-SL-SALE-ACCOUNT TO SLR-ACCOUNT.
033219     MOVE P2-SL-SYMBOL       TO SLR-SYMBOL.
033219     MOVE P2-SL-SALE-DATE    TO SLR-SALE-DATE.
033219     MOVE P2-SL-QTY          TO SLR-SHARES.
033219     MOVE P2-SL-DENIED-AMT   TO SLR-AMOUNT.
033219     MOVE P2-SL-REPL-ACCOUNT TO SLR-REPL-ACCOUNT.
033219     MOVE P2-SL-REPL-DATE    TO SLR-REPL-DATE.
033219     MOVE P2-SL-REPL-QTY     TO SLR-REPL-SHARES.
033219     MOVE P2-SL-REPL-PRICE   TO SLR-REPL-PRICE.
033219     MOVE "REPL SOLD-ALLOWED" TO SLR-STATUS.
033219     WRITE SUPERLOSS-RECORD FROM P2-SLR-LINE.
033219     ADD P2-SL-DENIED-AMT TO P2-SL-ALLOWED-TOTAL.
033219 1398-NEXT.
033219     MOVE ZERO TO SLC-QUANTITY(P2-SLC-IDX).
033219 1398-EXIT.
033219     EXIT.

033219 1399-ADD-PRIOR-CLAIM.
033219     IF SLC-SETTLED-QTY(P2-SL-PRIOR-SUB) > ZERO
033219        AND SLC-REPL-ACCOUNT(P2-SL-PRIOR-SUB) = P2-SL-REPL-ACCOUNT
033219        AND SLC-SYMBOL(P2-SL-PRIOR-SUB) = P2-SL-SYMBOL
033219         ADD SLC-SETTLED-QTY(P2-SL-PRIOR-SUB) TO P2-SL-CLAIMED-QTY
033219     END-IF.
033219 1399-EXIT.
033220     EXIT.

033230*----------------------------------------------------------------
038580         PERFORM 1353-RESOLVE-TRANS-FX THRU 1353-EXIT
038590         COMPUTE P2-GL-WORK-AMT ROUNDED =
038600             ENT-AMOUNT(P2-ENT-IDX) * P2-TRANS-FX-RATE
038610*        A dividend restated for a trade correction is
038620*        journalled apart from the day's income.
038621         IF P2-CORR-POSTING
038622             ADD P2-GL-WORK-AMT
038623                 TO GLE-CORR-DIV(P2-GL-FOUND-IDX)
038624         ELSE
038625             ADD P2-GL-WORK-AMT
038626                 TO GLE-DIV-INC(P2-GL-FOUND-IDX)
038627         END-IF
038630     END-IF.
038640     MOVE ENT-ACCOUNT(P2-ENT-IDX) TO P2-RLG-WK-ACCOUNT.
038650     MOVE ENT-SYMBOL(P2-ENT-IDX)  TO P2-RLG-WK-SYMBOL.

043340*----------------------------------------------------------------
043350* 1680-CHECK-CASH-OVERDRAFTS - after the day's transactions are
043360* applied, report every account whose settled cash balance has
043370* gone negative, so an overdraft is caught the day it happens
043380* instead of at month end.  The settled balance is the one the
043390* custodian holds; a buy still waiting to settle against a sale
043400* settling the same day is not an overdraft.  Counted
043403* separately from the position exceptions so the position
043406* balancing equation in 9900-BALANCE-CONTROLS still cross-foots.
043410*----------------------------------------------------------------
043420 1680-CHECK-CASH-OVERDRAFTS.
043430     PERFORM 1690-CHECK-ONE-CASH THRU 1690-EXIT
043470     EXIT.

043480 1690-CHECK-ONE-CASH.
043490     IF CASH-SETTLED(P2-CASH-IDX) < ZERO
043500         ADD 1 TO P2-CTL-CASH-EXC
043510         MOVE SPACES TO EXCEPTION-RECORD
043520         MOVE CASH-ACCOUNT(P2-CASH-IDX) TO EXC-ACCOUNT
043530         MOVE "SETTLED CASH NEGATIVE" TO EXC-MESSAGE
043540         WRITE EXCEPTION-RECORD
043550     END-IF.
043560 1690-EXIT.
043560     EXIT.

043560*----------------------------------------------------------------
043560* 1700-LOAD-CONTRIB-ROOM - load the contribution room ACCT-MAINT
043560* keeps per holder, year and plan type.  No file means room is
043560* not checked this run - noted on REJECTED-RECORDS-OUT, the way
043560* a missing account master is - so the first run after the
043560* room file is introduced does not reject every registered
043560* deposit of the day.
043560*----------------------------------------------------------------
043560 1700-LOAD-CONTRIB-ROOM.
043560     OPEN INPUT CONTRIB-ROOM-FILE-IN.
043560     IF P2-ROOM-FILE-STATUS = "35"
043560         MOVE SPACES TO REJECTED-RECORD
043560         MOVE "NO CONTRIB ROOM FILE" TO REJ-REASON
043560         WRITE REJECTED-RECORD
043560         GO TO 1700-EXIT
043560     END-IF.
043560     SET P2-ROOM-CHECKING TO TRUE.
043560     PERFORM 1702-READ-CONTRIB-ROOM THRU 1702-EXIT.
043560     PERFORM 1704-LOAD-ROOM-TABLE THRU 1704-EXIT
043560         UNTIL P2-EOF-ROOM.
043560     CLOSE CONTRIB-ROOM-FILE-IN.
043560 1700-EXIT.
043560     EXIT.

043560 1702-READ-CONTRIB-ROOM.
043560     READ CONTRIB-ROOM-FILE-IN
043560         AT END SET P2-EOF-ROOM TO TRUE
043560     END-READ.
043560 1702-EXIT.
043560     EXIT.

043560*----------------------------------------------------------------
043560* 1704-LOAD-ROOM-TABLE - insert one room row at its place in
043560* holder, year and plan-type order.  A row the table cannot
043560* hold would leave that holder with no room at all and reject
043560* good deposits, so the overflow fails the run's controls.
043560*----------------------------------------------------------------
043560 1704-LOAD-ROOM-TABLE.
043560     IF CR-YEAR NOT NUMERIC OR CR-ROOM NOT NUMERIC
043560         MOVE SPACES TO REJECTED-RECORD
043560         MOVE CR-TYPE TO REJ-SYMBOL
043560         MOVE "BAD CONTRIB ROOM ROW" TO REJ-REASON
043560         WRITE REJECTED-RECORD
043560         GO TO 1704-NEXT
043560     END-IF.
043560     IF P2-ROOM-COUNT >= 2000
043560         MOVE SPACES TO REJECTED-RECORD
043560         MOVE CR-TYPE TO REJ-SYMBOL
043560         MOVE "CONTRIB ROOM OVERFLOW" TO REJ-REASON
043560         WRITE REJECTED-RECORD
043560         SET P2-CTL-FAILED TO TRUE
043560         GO TO 1704-NEXT
043560     END-IF.
043560     MOVE CR-HOLDER-NAME TO P2-ROOM-HOLDER.
043560     MOVE CR-YEAR        TO P2-ROOM-YEAR.
043560     MOVE CR-TYPE        TO P2-ROOM-TYPE.
043560     ADD 1 TO P2-ROOM-COUNT.
043560     MOVE P2-ROOM-COUNT TO P2-INSERT-AT.
043560     MOVE "N" TO P2-SW-INSERT-FOUND.
043560     PERFORM 1706-FIND-ROOM-INSERT-POINT THRU 1706-EXIT
043560         VARYING P2-SCAN-SUB FROM 1 BY 1
043560         UNTIL P2-SCAN-SUB >= P2-ROOM-COUNT
043560            OR P2-INSERT-FOUND.
043560     COMPUTE P2-SHIFT-SUB = P2-ROOM-COUNT - 1.
043560     PERFORM 1708-SHIFT-ROOM-ENTRY THRU 1708-EXIT
043560         UNTIL P2-SHIFT-SUB < P2-INSERT-AT.
043560     MOVE P2-ROOM-KEY TO ROOM-KEY(P2-INSERT-AT).
043560     MOVE CR-ROOM     TO ROOM-LIMIT(P2-INSERT-AT).
043560 1704-NEXT.
043560     PERFORM 1702-READ-CONTRIB-ROOM THRU 1702-EXIT.
043560 1704-EXIT.
043560     EXIT.

043560 1706-FIND-ROOM-INSERT-POINT.
043560     IF ROOM-KEY(P2-SCAN-SUB) > P2-ROOM-KEY
043560         MOVE P2-SCAN-SUB TO P2-INSERT-AT
043560         SET P2-INSERT-FOUND TO TRUE
043560     END-IF.
043560 1706-EXIT.
043560     EXIT.

043560 1708-SHIFT-ROOM-ENTRY.
043560     MOVE P2-ROOM-ENTRY(P2-SHIFT-SUB)
043560         TO P2-ROOM-ENTRY(P2-SHIFT-SUB + 1).
043560     SUBTRACT 1 FROM P2-SHIFT-SUB.
043560 1708-EXIT.
043560     EXIT.

043560*----------------------------------------------------------------
043560* 1710-CHECK-CONTRIB-ROOM - a deposit into an RRSP or TFSA may
043560* not take the holder past the room left for that plan in the
043560* deposit's calendar year; room is pooled by holder name over
043560* every account of the same plan type.  Over the room, the
043560* deposit is rejected with its own reason code, unless the run
043560* carries ROOMOK - operations has approved it - in which case
043560* it posts and is listed on ROOMRPT.txt as a warning.  Either
043560* way it is listed.  Called from 1290 just after the account
043560* master lookup, so P2-ACCTM-FOUND-IDX is the deposit's
043560* account; no room file or no account master means no check.
043560*----------------------------------------------------------------
043560 1710-CHECK-CONTRIB-ROOM.
043560     IF NOT P2-ROOM-CHECKING OR P2-ACCTM-TABLE-COUNT = ZERO
043560         GO TO 1710-EXIT
043560     END-IF.
043560     IF NOT ACCTM-IS-REGISTERED(P2-ACCTM-FOUND-IDX)
043560         GO TO 1710-EXIT
043560     END-IF.
043560     MOVE ACCTM-HOLDER-NAME(P2-ACCTM-FOUND-IDX) TO P2-ROOM-HOLDER.
043560     MOVE ACCTM-TYPE(P2-ACCTM-FOUND-IDX) TO P2-ROOM-TYPE.
043560     MOVE TRANS-DATE(1:4) TO P2-ROOM-YEAR.
043560     PERFORM 1712-COMPUTE-ROOM-REMAINING THRU 1712-EXIT.
043560*    Shares transferred in from a taxable account are a
043560*    contribution at their CAD value on the day.
043560     IF TRANS-IS-TRANSFER-IN
043560         MOVE P2-XFER-GL-VALUE TO P2-ROOM-DEPOSIT
043560     ELSE
043560         COMPUTE P2-ROOM-DEPOSIT = TRANS-QUANTITY * TRANS-PRICE
043560     END-IF.
043560     IF P2-ROOM-DEPOSIT NOT > P2-ROOM-REMAINING
043560         GO TO 1710-EXIT
043560     END-IF.
043560     MOVE SPACES TO P2-RMW-LINE.
043560     IF P2-ROOMOK-REQUESTED
043560         ADD 1 TO P2-CTL-ROOM-OVERRIDE
043560         ADD P2-ROOM-DEPOSIT TO P2-ROOM-OVERRIDE-TOTAL
043560         MOVE "POSTED UNDER ROOMOK" TO RMW-STATUS
043560     ELSE
043560         SET P2-TRANSACTION-INVALID TO TRUE
043560         MOVE "OVER CONTRIBUTION ROOM" TO P2-REJECT-REASON
043560         ADD 1 TO P2-ROOM-REJECT-COUNT
043560         ADD P2-ROOM-DEPOSIT TO P2-ROOM-REJECT-TOTAL
043560         MOVE "REJECTED" TO RMW-STATUS
043560     END-IF.
043560     MOVE TRANS-ACCOUNT     TO RMW-ACCOUNT.
043560     MOVE TRANS-DATE        TO RMW-DATE.
043560     MOVE P2-ROOM-HOLDER    TO RMW-HOLDER.
043560     MOVE P2-ROOM-TYPE      TO RMW-TYPE.
043560     MOVE P2-ROOM-DEPOSIT   TO RMW-DEPOSIT.
043560     MOVE P2-ROOM-REMAINING TO RMW-REMAINING.
043560     WRITE ROOM-REPORT-RECORD FROM P2-RMW-LINE.
043560 1710-EXIT.
043560     EXIT.

043560*----------------------------------------------------------------
043560* 1712-COMPUTE-ROOM-REMAINING - the room left for the holder,
043560* year and plan type in P2-ROOM-KEY: the room on file (none on
043560* file is no room), plus - for a TFSA - the withdrawals of the
043560* year before, restored on January 1, less the year's deposits
043560* across the holder's accounts of that plan type.  1713 does the
043560* arithmetic once P2-ROOM-LIMIT is set, so the report can reuse
043560* it for a room row it already has in hand.
043560*----------------------------------------------------------------
043560 1712-COMPUTE-ROOM-REMAINING.
043560     MOVE ZERO TO P2-ROOM-LIMIT.
043560     PERFORM 1716-FIND-ROOM THRU 1716-EXIT.
043560     IF P2-ROOM-FOUND
043560         MOVE ROOM-LIMIT(P2-ROOM-FOUND-IDX) TO P2-ROOM-LIMIT
043560     END-IF.
043560     PERFORM 1713-SUM-ROOM-USAGE THRU 1713-EXIT.
043560 1712-EXIT.
043560     EXIT.

043560 1713-SUM-ROOM-USAGE.
043560     COMPUTE P2-ROOM-PRIOR-YEAR = P2-ROOM-YEAR - 1.
043560     MOVE ZERO TO P2-ROOM-USED.
043560     MOVE ZERO TO P2-ROOM-RESTORED.
043560     PERFORM 1714-SUM-ONE-CTB THRU 1714-EXIT
043560         VARYING P2-CTB-IDX FROM 1 BY 1
043560         UNTIL P2-CTB-IDX > P2-CTB-COUNT.
043560     COMPUTE P2-ROOM-REMAINING =
043560         P2-ROOM-LIMIT + P2-ROOM-RESTORED - P2-ROOM-USED.
043560 1713-EXIT.
043560     EXIT.

043560 1714-SUM-ONE-CTB.
043560     IF CTB-HOLDER(P2-CTB-IDX) NOT = P2-ROOM-HOLDER
043560        OR CTB-TYPE(P2-CTB-IDX) NOT = P2-ROOM-TYPE
043560         GO TO 1714-EXIT
043560     END-IF.
043560     IF CTB-YEAR(P2-CTB-IDX) = P2-ROOM-YEAR
043560         ADD CTB-DEPOSITS(P2-CTB-IDX) TO P2-ROOM-USED
043560     END-IF.
043560     IF CTB-YEAR(P2-CTB-IDX) = P2-ROOM-PRIOR-YEAR
043560        AND P2-ROOM-TYPE = "TFSA"
043560         ADD CTB-WITHDRAWALS(P2-CTB-IDX) TO P2-ROOM-RESTORED
043560     END-IF.
043560 1714-EXIT.
043560     EXIT.

043560*----------------------------------------------------------------
043560* 1716-FIND-ROOM - binary search of the room table on the
043561* holder, year and plan type in P2-ROOM-KEY.
043561*----------------------------------------------------------------
043561 1716-FIND-ROOM.
043561     MOVE "N" TO P2-SW-ROOM-FOUND.
043561     IF P2-ROOM-COUNT = ZERO
043561         GO TO 1716-EXIT
043561     END-IF.
043561     SEARCH ALL P2-ROOM-ENTRY
043561         AT END CONTINUE
043561         WHEN ROOM-KEY(P2-ROOM-IDX) = P2-ROOM-KEY
043561             SET P2-ROOM-FOUND TO TRUE
043561             SET P2-ROOM-FOUND-IDX TO P2-ROOM-IDX
043561     END-SEARCH.
043561 1716-EXIT.
043561     EXIT.

043561*----------------------------------------------------------------
043561* 1720-POST-CONTRIB - record a posted deposit or withdrawal in
043561* an RRSP or TFSA against the account's row for its calendar
043561* year, so later deposits - this run, or later runs through the
043561* position master - see the room it used or will restore.  Fees
043561* neither use nor restore room.  A deemed in-kind transfer
043561* counts as a deposit into the plan it enters and a withdrawal
043561* from the plan it leaves, at the value in P2-CASH-AMOUNT.
043561*----------------------------------------------------------------
043561 1720-POST-CONTRIB.
043561     IF NOT TRANS-IS-DEPOSIT AND NOT TRANS-IS-WITHDRAWAL
043561        AND NOT P2-XFER-DEEMED
043561         GO TO 1720-EXIT
043561     END-IF.
043561     MOVE TRANS-ACCOUNT TO P2-LOOKUP-ACCOUNT.
043561     PERFORM 1260-FIND-ACCT-MASTER THRU 1260-EXIT.
043561     IF NOT P2-ACCTM-FOUND
043561         GO TO 1720-EXIT
043561     END-IF.
043561     IF NOT ACCTM-IS-REGISTERED(P2-ACCTM-FOUND-IDX)
043561         GO TO 1720-EXIT
043561     END-IF.
043561     MOVE TRANS-DATE(1:4) TO P2-ROOM-YEAR.
043561     PERFORM 1722-FIND-CTB-ENTRY THRU 1722-EXIT.
043561     IF NOT P2-CTB-FOUND
043561         GO TO 1720-EXIT
043561     END-IF.
043561     IF TRANS-IS-DEPOSIT OR TRANS-IS-TRANSFER-IN
043561         ADD P2-CASH-AMOUNT TO CTB-DEPOSITS(P2-CTB-FOUND-IDX)
043561     ELSE
043561         ADD P2-CASH-AMOUNT TO CTB-WITHDRAWALS(P2-CTB-FOUND-IDX)
043561     END-IF.
043561 1720-EXIT.
043561     EXIT.

043561*----------------------------------------------------------------
043561* 1722-FIND-CTB-ENTRY - locate (or create) the activity row for
043561* the account in P2-LOOKUP-ACCOUNT and the year in P2-ROOM-YEAR.
043561* A new row takes its holder and plan type from the account
043561* master entry the caller just looked up.  A row the table
043561* cannot hold would understate room used, so the overflow both
043561* rejects and fails the run's controls.
043561*----------------------------------------------------------------
043561 1722-FIND-CTB-ENTRY.
043561     MOVE "N" TO P2-SW-CTB-FOUND.
043561     PERFORM 1724-COMPARE-CTB-ENTRY THRU 1724-EXIT
043561         VARYING P2-CTB-IDX FROM 1 BY 1
043561         UNTIL P2-CTB-IDX > P2-CTB-COUNT
043561            OR P2-CTB-FOUND.
043561     IF P2-CTB-FOUND
043561         GO TO 1722-EXIT
043561     END-IF.
043561     IF P2-CTB-COUNT >= 2000
043561         MOVE SPACES TO REJECTED-RECORD
043561         MOVE P2-LOOKUP-ACCOUNT TO REJ-ACCOUNT
043561         MOVE "CONTRIB TABLE OVERFLOW" TO REJ-REASON
043561         WRITE REJECTED-RECORD
043561         SET P2-CTL-FAILED TO TRUE
043561         GO TO 1722-EXIT
043561     END-IF.
043561     ADD 1 TO P2-CTB-COUNT.
043561     MOVE P2-CTB-COUNT TO P2-CTB-FOUND-IDX.
043561     MOVE P2-LOOKUP-ACCOUNT TO CTB-ACCOUNT(P2-CTB-FOUND-IDX).
043561     MOVE P2-ROOM-YEAR      TO CTB-YEAR(P2-CTB-FOUND-IDX).
043561     MOVE SPACES            TO CTB-HOLDER(P2-CTB-FOUND-IDX).
043561     MOVE SPACES            TO CTB-TYPE(P2-CTB-FOUND-IDX).
043561     IF P2-ACCTM-FOUND
043561         MOVE ACCTM-HOLDER-NAME(P2-ACCTM-FOUND-IDX)
043561             TO CTB-HOLDER(P2-CTB-FOUND-IDX)
043561         MOVE ACCTM-TYPE(P2-ACCTM-FOUND-IDX)
043561             TO CTB-TYPE(P2-CTB-FOUND-IDX)
043561     END-IF.
043561     MOVE ZERO TO CTB-DEPOSITS(P2-CTB-FOUND-IDX).
043561     MOVE ZERO TO CTB-WITHDRAWALS(P2-CTB-FOUND-IDX).
043561     SET P2-CTB-FOUND TO TRUE.
043561 1722-EXIT.
043561     EXIT.

043561 1724-COMPARE-CTB-ENTRY.
043561     IF CTB-ACCOUNT(P2-CTB-IDX) = P2-LOOKUP-ACCOUNT
043561        AND CTB-YEAR(P2-CTB-IDX) = P2-ROOM-YEAR
043561         SET P2-CTB-FOUND TO TRUE
043561         SET P2-CTB-FOUND-IDX TO P2-CTB-IDX
043561     END-IF.
043561 1724-EXIT.
043561     EXIT.

043561*----------------------------------------------------------------
043561* 1726-LOAD-MASTER-CONTRIB - fold one carried-forward year of
043561* registered-plan activity into the table, under the holder and
043561* plan type the account master gives the account today.
043561*----------------------------------------------------------------
043561 1726-LOAD-MASTER-CONTRIB.
043561     MOVE PM-CTB-ACCOUNT TO P2-LOOKUP-ACCOUNT.
043561     PERFORM 1260-FIND-ACCT-MASTER THRU 1260-EXIT.
043561     MOVE PM-CTB-YEAR TO P2-ROOM-YEAR.
043561     PERFORM 1722-FIND-CTB-ENTRY THRU 1722-EXIT.
043561     IF P2-CTB-FOUND
043561         ADD PM-CTB-DEPOSITS TO CTB-DEPOSITS(P2-CTB-FOUND-IDX)
043561         ADD PM-CTB-WITHDRAWALS
043561             TO CTB-WITHDRAWALS(P2-CTB-FOUND-IDX)
043561     END-IF.
043561 1726-EXIT.
043561     EXIT.

043561*----------------------------------------------------------------
043561* 1750-LOAD-HOLIDAYS - load the exchange holiday calendar a
043561* settlement date steps over.  The file is optional; no file
043561* means only weekends are skipped.  A row whose date is not
043561* numeric is written to REJECTED-RECORDS-OUT and dropped.
043561*----------------------------------------------------------------
043561 1750-LOAD-HOLIDAYS.
043561     OPEN INPUT HOLIDAY-FILE-IN.
043561     IF P2-HOL-FILE-STATUS = "35"
043561         GO TO 1750-EXIT
043561     END-IF.
043561     PERFORM 1752-READ-HOLIDAY THRU 1752-EXIT.
043561     PERFORM 1754-LOAD-HOLIDAY-TABLE THRU 1754-EXIT
043561         UNTIL P2-EOF-HOL.
043561     CLOSE HOLIDAY-FILE-IN.
043561 1750-EXIT.
043561     EXIT.

043561 1752-READ-HOLIDAY.
043561     READ HOLIDAY-FILE-IN
043561         AT END SET P2-EOF-HOL TO TRUE
043561     END-READ.
043561 1752-EXIT.
043561     EXIT.

043561 1754-LOAD-HOLIDAY-TABLE.
043561     IF HOL-DATE NOT NUMERIC
043561         MOVE SPACES TO REJECTED-RECORD
043561         MOVE "INVALID HOLIDAY DATE" TO REJ-REASON
043561         WRITE REJECTED-RECORD
043561         GO TO 1754-NEXT
043561     END-IF.
043561     IF P2-HOL-COUNT >= 500
043561         MOVE SPACES TO REJECTED-RECORD
043561         MOVE "HOLIDAY TABLE FULL" TO REJ-REASON
043561         WRITE REJECTED-RECORD
043561         GO TO 1754-NEXT
043561     END-IF.
043561     ADD 1 TO P2-HOL-COUNT.
043561     SET P2-HOL-IDX TO P2-HOL-COUNT.
043561     MOVE HOL-DATE TO HOLT-DATE(P2-HOL-IDX).
043561 1754-NEXT.
043561     PERFORM 1752-READ-HOLIDAY THRU 1752-EXIT.
043561 1754-EXIT.
043561     EXIT.

043561*----------------------------------------------------------------
043561* 1756-ADD-BUSINESS-DAYS - P2-BUS-FROM-DATE moved forward
043561* P2-BUS-DAYS business days into P2-BUS-DATE.  Day 1 of the
043561* integer date calendar (1601-01-01) was a Monday, so the day
043561* number's remainder by 7 is 6 on a Saturday and 0 on a Sunday;
043561* a weekday on the holiday calendar is skipped as well.  A date
043561* that is not a real calendar date is returned unmoved.
043561*----------------------------------------------------------------
043561 1756-ADD-BUSINESS-DAYS.
043561     MOVE P2-BUS-FROM-DATE TO P2-BUS-DATE.
043561     COMPUTE P2-BUS-DAY-INT =
043561         FUNCTION INTEGER-OF-DATE(P2-BUS-FROM-DATE).
043561     IF P2-BUS-DAY-INT = ZERO
043561         GO TO 1756-EXIT
043561     END-IF.
043561     MOVE ZERO TO P2-BUS-DAYS-ADDED.
043561     PERFORM 1757-STEP-ONE-DAY THRU 1757-EXIT
043561         UNTIL P2-BUS-DAYS-ADDED >= P2-BUS-DAYS.
043561     COMPUTE P2-BUS-DATE =
043561         FUNCTION DATE-OF-INTEGER(P2-BUS-DAY-INT).
043561 1756-EXIT.
043561     EXIT.

043561 1757-STEP-ONE-DAY.
043561     ADD 1 TO P2-BUS-DAY-INT.
043561     DIVIDE P2-BUS-DAY-INT BY 7 GIVING P2-BUS-DAY-QUOT
043562         REMAINDER P2-BUS-WEEKDAY.
043562     IF P2-BUS-WEEKDAY = 6 OR P2-BUS-WEEKDAY = 0
043562         GO TO 1757-EXIT
043562     END-IF.
043562     COMPUTE P2-BUS-DATE =
043562         FUNCTION DATE-OF-INTEGER(P2-BUS-DAY-INT).
043562     MOVE "N" TO P2-SW-HOLIDAY.
043562     PERFORM 1758-CHECK-ONE-HOLIDAY THRU 1758-EXIT
043562         VARYING P2-HOL-IDX FROM 1 BY 1
043562         UNTIL P2-HOL-IDX > P2-HOL-COUNT
043562            OR P2-IS-HOLIDAY.
043562     IF NOT P2-IS-HOLIDAY
043562         ADD 1 TO P2-BUS-DAYS-ADDED
043562     END-IF.
043562 1757-EXIT.
043562     EXIT.

043562 1758-CHECK-ONE-HOLIDAY.
043562     IF HOLT-DATE(P2-HOL-IDX) = P2-BUS-DATE
043562         SET P2-IS-HOLIDAY TO TRUE
043562     END-IF.
043562 1758-EXIT.
043562     EXIT.

043562*----------------------------------------------------------------
043562* 1760-LOAD-SETTLE-FAILS - load the custodian's list of trades
043562* it has not settled.  The file is optional; no file means every
043562* trade settles on its settlement date.  A row without a numeric
043562* trade date or a B or S side cannot match a trade, so it is
043562* written to REJECTED-RECORDS-OUT and dropped.
043562*----------------------------------------------------------------
043562 1760-LOAD-SETTLE-FAILS.
043562     OPEN INPUT SETTLE-FAIL-FILE-IN.
043562     IF P2-SFL-FILE-STATUS = "35"
043562         GO TO 1760-EXIT
043562     END-IF.
043562     PERFORM 1762-READ-SETTLE-FAIL THRU 1762-EXIT.
043562     PERFORM 1764-LOAD-SFL-TABLE THRU 1764-EXIT
043562         UNTIL P2-EOF-SFL.
043562     CLOSE SETTLE-FAIL-FILE-IN.
043562 1760-EXIT.
043562     EXIT.

043562 1762-READ-SETTLE-FAIL.
043562     READ SETTLE-FAIL-FILE-IN
043562         AT END SET P2-EOF-SFL TO TRUE
043562     END-READ.
043562 1762-EXIT.
043562     EXIT.

043562 1764-LOAD-SFL-TABLE.
043562     IF SFL-TRADE-DATE NOT NUMERIC
043562        OR (SFL-CODE NOT = "B" AND SFL-CODE NOT = "S")
043562         MOVE SPACES      TO REJECTED-RECORD
043562         MOVE SFL-ACCOUNT TO REJ-ACCOUNT
043562         MOVE SFL-SYMBOL  TO REJ-SYMBOL
043562         MOVE "INVALID SETTLE FAIL ROW" TO REJ-REASON
043562         WRITE REJECTED-RECORD
043562         GO TO 1764-NEXT
043562     END-IF.
043562     IF P2-SFL-COUNT >= 500
043562         MOVE SPACES      TO REJECTED-RECORD
043562         MOVE SFL-ACCOUNT TO REJ-ACCOUNT
043562         MOVE SFL-SYMBOL  TO REJ-SYMBOL
043562         MOVE "SETTLE FAIL TABLE FULL" TO REJ-REASON
043562         WRITE REJECTED-RECORD
043562         GO TO 1764-NEXT
043562     END-IF.
043562     ADD 1 TO P2-SFL-COUNT.
043562     SET P2-SFL-IDX TO P2-SFL-COUNT.
043562     MOVE SFL-ACCOUNT    TO SFLT-ACCOUNT(P2-SFL-IDX).
043562     MOVE SFL-SYMBOL     TO SFLT-SYMBOL(P2-SFL-IDX).
043562     MOVE SFL-TRADE-DATE TO SFLT-TRADE-DATE(P2-SFL-IDX).
043562     MOVE SFL-CODE       TO SFLT-CODE(P2-SFL-IDX).
043562 1764-NEXT.
043562     PERFORM 1762-READ-SETTLE-FAIL THRU 1762-EXIT.
043562 1764-EXIT.
043562     EXIT.

043562*----------------------------------------------------------------
043562* 1770-ADD-PENDING-TRADE - give the buy or sell 1330 just posted
043562* its settlement date and file it as pending.  Its cash amount
043562* is in P2-CASH-AMOUNT.  A trade whose settlement date has
043562* already come by the run date settled with it and is not held
043562* at all, so a rebuild replaying the history carries only the
043562* trades still in flight.
043562*----------------------------------------------------------------
043562 1770-ADD-PENDING-TRADE.
043562     MOVE TRANS-DATE TO P2-BUS-FROM-DATE.
043562     MOVE P2-SETTLE-DAYS TO P2-BUS-DAYS.
043562     PERFORM 1756-ADD-BUSINESS-DAYS THRU 1756-EXIT.
043562     MOVE TRANS-ACCOUNT  TO P2-PNS-ACCOUNT.
043562     MOVE TRANS-SYMBOL   TO P2-PNS-SYMBOL.
043562     MOVE TRANS-DATE     TO P2-PNS-TRADE-DATE.
043562     MOVE TRANS-CODE     TO P2-PNS-CODE.
043562     MOVE P2-BUS-DATE    TO P2-PNS-SETTLE-DATE.
043562     MOVE P2-CASH-AMOUNT TO P2-PNS-AMOUNT.
043562     PERFORM 1774-FILE-PENDING-TRADE THRU 1774-EXIT.
043562 1770-EXIT.
043562     EXIT.

043562*----------------------------------------------------------------
043562* 1772-CHECK-SETTLE-FAIL - is the staged trade on the
043562* custodian's fails list?
043562*----------------------------------------------------------------
043562 1772-CHECK-SETTLE-FAIL.
043562     MOVE "N" TO P2-SW-SETTLE-FAILED.
043562     PERFORM 1773-COMPARE-SETTLE-FAIL THRU 1773-EXIT
043562         VARYING P2-SFL-IDX FROM 1 BY 1
043562         UNTIL P2-SFL-IDX > P2-SFL-COUNT
043562            OR P2-SETTLE-FAILED.
043562 1772-EXIT.
043562     EXIT.

043562 1773-COMPARE-SETTLE-FAIL.
043562     IF SFLT-KEY(P2-SFL-IDX) = P2-PNS-KEY
043562         SET P2-SETTLE-FAILED TO TRUE
043562     END-IF.
043562 1773-EXIT.
043562     EXIT.

043562*----------------------------------------------------------------
043562* 1774-FILE-PENDING-TRADE - hold the staged trade until it
043562* settles.  One due by the run date settles now unless the
043562* custodian lists it as failed, in which case it is held as a
043562* failed settlement.  P2-PND-ADDED-IDX points at the entry
043562* filed, or is zero if the trade settled.
043562*----------------------------------------------------------------
043562 1774-FILE-PENDING-TRADE.
043562     MOVE ZERO TO P2-PND-ADDED-IDX.
043562     PERFORM 1772-CHECK-SETTLE-FAIL THRU 1772-EXIT.
043562     IF P2-PNS-SETTLE-DATE NOT > P2-RUN-DATE
043562        AND NOT P2-SETTLE-FAILED
043562         GO TO 1774-EXIT
043562     END-IF.
043562     IF P2-PND-COUNT >= 5000
043562         MOVE SPACES         TO REJECTED-RECORD
043562         MOVE P2-PNS-ACCOUNT TO REJ-ACCOUNT
043562         MOVE P2-PNS-SYMBOL  TO REJ-SYMBOL
043562         MOVE "PENDING TABLE OVERFLOW" TO REJ-REASON
043562         WRITE REJECTED-RECORD
043562         SET P2-CTL-FAILED TO TRUE
043562         GO TO 1774-EXIT
043562     END-IF.
043562     ADD 1 TO P2-PND-COUNT.
043562     SET P2-PND-IDX TO P2-PND-COUNT.
043562     MOVE P2-PNS-KEY         TO PND-KEY(P2-PND-IDX).
043562     MOVE P2-PNS-SETTLE-DATE TO PND-SETTLE-DATE(P2-PND-IDX).
043562     MOVE P2-PNS-AMOUNT      TO PND-AMOUNT(P2-PND-IDX).
043562     IF P2-PNS-SETTLE-DATE NOT > P2-RUN-DATE
043562         MOVE "F" TO PND-STATUS(P2-PND-IDX)
043562     ELSE
043562         MOVE "P" TO PND-STATUS(P2-PND-IDX)
043562     END-IF.
043562     MOVE P2-PND-COUNT TO P2-PND-ADDED-IDX.
043562 1774-EXIT.
043562     EXIT.

043562*----------------------------------------------------------------
043562* 1776-LOAD-MASTER-PENDING - fold one carried-forward pending
043562* trade back in under its current (possibly remapped) symbol.
043562* It keeps the settlement date it was given when it posted; one
043562* that has come due settles here unless it is on the fails list.
043562*----------------------------------------------------------------
043562 1776-LOAD-MASTER-PENDING.
043562     MOVE PM-PND-SYMBOL TO P2-REMAP-SYMBOL.
043562     PERFORM 1371-REMAP-SYMBOL THRU 1371-EXIT.
043562     MOVE PM-PND-ACCOUNT     TO P2-PNS-ACCOUNT.
043562     MOVE P2-REMAP-SYMBOL    TO P2-PNS-SYMBOL.
043562     MOVE PM-PND-TRADE-DATE  TO P2-PNS-TRADE-DATE.
043562     MOVE PM-PND-CODE        TO P2-PNS-CODE.
043562     MOVE PM-PND-SETTLE-DATE TO P2-PNS-SETTLE-DATE.
043562     MOVE PM-PND-AMOUNT      TO P2-PNS-AMOUNT.
043562     PERFORM 1774-FILE-PENDING-TRADE THRU 1774-EXIT.
043562 1776-EXIT.
043562     EXIT.

043562*----------------------------------------------------------------
043562* 1778-DROP-PENDING-TRADE - a cancel or correct row has just
043562* taken the original trade's cash back out of the trade-date
043562* balance, so the original is no longer waiting to settle.  The
043562* first open match on account, symbol, trade date, side and
043562* amount is closed; an original that has already settled has
043562* no entry, and the reversal then moves settled cash at once.
043562*----------------------------------------------------------------
043562 1778-DROP-PENDING-TRADE.
043562     MOVE CRW-ACCOUNT    TO P2-PNS-ACCOUNT.
043562     MOVE CRW-SYMBOL     TO P2-PNS-SYMBOL.
043562     MOVE CRW-ORIG-DATE  TO P2-PNS-TRADE-DATE.
043562     MOVE CRW-ORIG-CODE  TO P2-PNS-CODE.
043562     MOVE P2-CASH-AMOUNT TO P2-PNS-AMOUNT.
043562     MOVE "N" TO P2-SW-PND-FOUND.
043562     PERFORM 1779-CLOSE-MATCHING-PENDING THRU 1779-EXIT
043563         VARYING P2-PND-IDX FROM 1 BY 1
043563         UNTIL P2-PND-IDX > P2-PND-COUNT
043563            OR P2-PND-FOUND.
043563 1778-EXIT.
043563     EXIT.

043563 1779-CLOSE-MATCHING-PENDING.
043563     IF PND-KEY(P2-PND-IDX) = P2-PNS-KEY
043563        AND PND-AMOUNT(P2-PND-IDX) = P2-PNS-AMOUNT
043563        AND NOT PND-CLOSED(P2-PND-IDX)
043563         MOVE "S" TO PND-STATUS(P2-PND-IDX)
043563         SET P2-PND-FOUND TO TRUE
043563     END-IF.
043563 1779-EXIT.
043563     EXIT.

043563*----------------------------------------------------------------
043563* 1780-SETTLE-CASH-BALANCES - once every transaction, dividend
043563* and correction is in, each account's settled cash is its
043563* trade-date balance with the trades still pending backed out:
043563* a pending buy's cost has not left the account yet and a
043563* pending sale's proceeds have not arrived.  Deposits,
043563* withdrawals, fees and dividends settle the day they post.
043563* Every failed settlement is listed on EXCEPTION-REPORT-OUT.
043563*----------------------------------------------------------------
043563 1780-SETTLE-CASH-BALANCES.
043563     PERFORM 1782-START-SETTLED-CASH THRU 1782-EXIT
043563         VARYING P2-CASH-IDX FROM 1 BY 1
043563         UNTIL P2-CASH-IDX > P2-CASH-COUNT.
043563     PERFORM 1784-BACK-OUT-PENDING THRU 1784-EXIT
043563         VARYING P2-PND-IDX FROM 1 BY 1
043563         UNTIL P2-PND-IDX > P2-PND-COUNT.
043563 1780-EXIT.
043563     EXIT.

043563 1782-START-SETTLED-CASH.
043563     MOVE CASH-BALANCE(P2-CASH-IDX) TO CASH-SETTLED(P2-CASH-IDX).
043563 1782-EXIT.
043563     EXIT.

043563 1784-BACK-OUT-PENDING.
043563     IF PND-CLOSED(P2-PND-IDX)
043563         GO TO 1784-EXIT
043563     END-IF.
043563     MOVE PND-ACCOUNT(P2-PND-IDX) TO P2-LOOKUP-ACCOUNT.
043563     PERFORM 1356-FIND-CASH-ENTRY THRU 1356-EXIT.
043563     IF NOT P2-CASH-FOUND
043563         GO TO 1784-EXIT
043563     END-IF.
043563     IF PND-IS-BUY(P2-PND-IDX)
043563         ADD PND-AMOUNT(P2-PND-IDX)
043563             TO CASH-SETTLED(P2-CASH-FOUND-IDX)
043563     ELSE
043563         SUBTRACT PND-AMOUNT(P2-PND-IDX)
043563             FROM CASH-SETTLED(P2-CASH-FOUND-IDX)
043563     END-IF.
043563     IF PND-OPEN(P2-PND-IDX)
043563         ADD 1 TO P2-CTL-PND-HELD
043563         GO TO 1784-EXIT
043563     END-IF.
043563     ADD 1 TO P2-CTL-SETTLE-FAIL.
043563     MOVE SPACES TO EXCEPTION-RECORD.
043563     MOVE PND-ACCOUNT(P2-PND-IDX) TO EXC-ACCOUNT.
043563     MOVE PND-SYMBOL(P2-PND-IDX)  TO EXC-SYMBOL.
043563     STRING "SETTLEMENT FAILED DUE " DELIMITED BY SIZE
043563            PND-SETTLE-DATE(P2-PND-IDX) DELIMITED BY SIZE
043563         INTO EXC-MESSAGE
043563     END-STRING.
043563     WRITE EXCEPTION-RECORD.
043563 1784-EXIT.
043563     EXIT.

043563*----------------------------------------------------------------
043563* 1800-PAIR-TRANSFER - an in-kind transfer is keyed as two rows
043563* back to back: the transfer-out from the sending account, then
043563* the transfer-in to the receiving account, on the same date
043563* for the same symbol and quantity.  Reached with the out half
043563* in the record area, this reads the row behind it.  A row that
043563* does not complete the pair leaves the out half rejected and
043563* P2-XFER-UNPAIRED set, with that row back in the record area
043563* for 1300 to take on its own.  A pair is validated half by
043563* half through 1290, and if either half fails both are
043563* rejected, so shares never leave one account without arriving
043563* in the other.
043563*----------------------------------------------------------------
043563 1800-PAIR-TRANSFER.
043563     MOVE "N" TO P2-SW-XFER-UNPAIRED.
043563     MOVE "N" TO P2-SW-XFER-DEEMED.
043563     MOVE TRANSACTION-RECORD TO P2-XFER-OUT-ROW.
043563     PERFORM 1250-READ-TRANSACTION THRU 1250-EXIT.
043563     IF NOT P2-EOF-TRANSACTION
043563         PERFORM 1370-REMAP-TRANS-SYMBOL THRU 1370-EXIT
043563         MOVE TRANSACTION-RECORD TO P2-XFER-IN-ROW
043563     END-IF.
043563     IF P2-EOF-TRANSACTION
043563        OR NOT TRANS-IS-TRANSFER-IN
043563        OR XFI-DATE NOT = XFO-DATE
043563        OR XFI-SYMBOL NOT = XFO-SYMBOL
043563        OR XFI-QUANTITY NOT = XFO-QUANTITY
043563        OR XFI-ACCOUNT = XFO-ACCOUNT
043563         SET P2-XFER-UNPAIRED TO TRUE
043563         MOVE P2-XFER-OUT-ROW TO TRANSACTION-RECORD
043563         MOVE "UNMATCHED TRANSFER OUT" TO P2-REJECT-REASON
043563         PERFORM 1295-WRITE-REJECTED-TRANS THRU 1295-EXIT
043563         MOVE P2-XFER-IN-ROW TO TRANSACTION-RECORD
043563         GO TO 1800-EXIT
043563     END-IF.
043563     ADD 1 TO P2-CTL-TRANS-READ.
043563     MOVE P2-XFER-OUT-ROW TO TRANSACTION-RECORD.
043563     PERFORM 1290-VALIDATE-TRANSACTION THRU 1290-EXIT.
043563     IF P2-TRANSACTION-INVALID
043563         MOVE P2-XFER-IN-ROW TO TRANSACTION-RECORD
043563         MOVE "PAIRED HALF REJECTED" TO P2-REJECT-REASON
043563         PERFORM 1295-WRITE-REJECTED-TRANS THRU 1295-EXIT
043563         GO TO 1800-DONE
043563     END-IF.
043563     PERFORM 1810-SET-TRANSFER-BASIS THRU 1810-EXIT.
043563     IF P2-TRANSACTION-INVALID
043563         PERFORM 1295-WRITE-REJECTED-TRANS THRU 1295-EXIT
043563         MOVE P2-XFER-IN-ROW TO TRANSACTION-RECORD
043563         PERFORM 1295-WRITE-REJECTED-TRANS THRU 1295-EXIT
043563         GO TO 1800-DONE
043563     END-IF.
043563     MOVE P2-XFER-IN-ROW TO TRANSACTION-RECORD.
043563     IF P2-XFER-DEEMED
043563         MOVE P2-XFER-CLOSE TO TRANS-PRICE
043563     END-IF.
043563     PERFORM 1290-VALIDATE-TRANSACTION THRU 1290-EXIT.
043563     IF P2-TRANSACTION-VALID
043563         MOVE TRANS-SYMBOL TO P2-LOOKUP-SYMBOL
043563         MOVE TRANS-ACCOUNT TO P2-LOOKUP-ACCOUNT
043563         PERFORM 1310-FIND-POSITION THRU 1310-EXIT
043563         IF NOT P2-POSITION-FOUND AND P2-POSITION-COUNT >= 10000
043563             SET P2-TRANSACTION-INVALID TO TRUE
043563             MOVE "POSITION TABLE OVERFLOW" TO P2-REJECT-REASON
043563             PERFORM 1295-WRITE-REJECTED-TRANS THRU 1295-EXIT
043563         END-IF
043563     END-IF.
043563     IF P2-TRANSACTION-INVALID
043563         MOVE P2-XFER-OUT-ROW TO TRANSACTION-RECORD
043563         MOVE "PAIRED HALF REJECTED" TO P2-REJECT-REASON
043563         PERFORM 1295-WRITE-REJECTED-TRANS THRU 1295-EXIT
043563         GO TO 1800-DONE
043563     END-IF.
043563     PERFORM 1820-POST-TRANSFER THRU 1820-EXIT.
043563 1800-DONE.
043563     MOVE "N" TO P2-SW-XFER-DEEMED.
043563 1800-EXIT.
043563     EXIT.

043563*----------------------------------------------------------------
043563* 1810-SET-TRANSFER-BASIS - decide how the pair moves.  Between
043563* two accounts of the same tax status - taxable to taxable, or
043563* plan to plan - the shares keep their cost.  Across it, the
043563* shares move at that day's close: a deemed disposition on the
043563* sending account and a fresh acquisition (and, into a plan, a
043563* contribution) on the receiving one.  An account with no
043563* master row counts as taxable.  A deemed transfer with no
043563* close to value it at cannot be booked, so the pair is
043563* refused.  The out half is in the record area.
043563*----------------------------------------------------------------
043563 1810-SET-TRANSFER-BASIS.
043563     MOVE "N" TO P2-XFER-OUT-REG.
043563     MOVE "N" TO P2-XFER-IN-REG.
043563     MOVE ZERO TO P2-XFER-GL-VALUE.
043563     MOVE XFO-ACCOUNT TO P2-LOOKUP-ACCOUNT.
043563     PERFORM 1260-FIND-ACCT-MASTER THRU 1260-EXIT.
043563     IF P2-ACCTM-FOUND
043563         IF ACCTM-IS-REGISTERED(P2-ACCTM-FOUND-IDX)
043563             MOVE "Y" TO P2-XFER-OUT-REG
043563         END-IF
043563     END-IF.
043563     MOVE XFI-ACCOUNT TO P2-LOOKUP-ACCOUNT.
043563     PERFORM 1260-FIND-ACCT-MASTER THRU 1260-EXIT.
043563     IF P2-ACCTM-FOUND
043563         IF ACCTM-IS-REGISTERED(P2-ACCTM-FOUND-IDX)
043563             MOVE "Y" TO P2-XFER-IN-REG
043563         END-IF
043563     END-IF.
043563     IF P2-XFER-OUT-REG = P2-XFER-IN-REG
043563         GO TO 1810-EXIT
043563     END-IF.
043563     SET P2-XFER-DEEMED TO TRUE.
043563     PERFORM 1815-FIND-TRANSFER-CLOSE THRU 1815-EXIT.
043563     IF P2-XFER-CLOSE = ZERO
043563         SET P2-TRANSACTION-INVALID TO TRUE
043563         MOVE "NO CLOSE FOR TRANSFER" TO P2-REJECT-REASON
043563         GO TO 1810-EXIT
043563     END-IF.
043563     MOVE XFO-SYMBOL TO P2-LOOKUP-SYMBOL.
043564     PERFORM 1353-RESOLVE-TRANS-FX THRU 1353-EXIT.
043564     COMPUTE P2-XFER-GL-VALUE ROUNDED =
043564         XFO-QUANTITY * P2-XFER-CLOSE * P2-TRANS-FX-RATE.
043564 1810-EXIT.
043564     EXIT.

043564*----------------------------------------------------------------
043564* 1815-FIND-TRANSFER-CLOSE - the close a deemed transfer moves
043564* at: the stock master's close for a transfer dated on the run
043564* date, otherwise the latest close on the price history on or
043564* before the transfer date, so a weekend transfer takes the
043564* Friday close.  An as-of run always goes to the history, as
043564* the stock master holds today's closes.  Zero means no close.
043564*----------------------------------------------------------------
043564 1815-FIND-TRANSFER-CLOSE.
043564     MOVE ZERO TO P2-XFER-CLOSE.
043564     MOVE ZERO TO P2-XFER-CLOSE-DATE.
043564     IF NOT P2-ASOF-REQUESTED AND XFO-DATE NOT < P2-RUN-DATE
043564         MOVE XFO-SYMBOL TO P2-LOOKUP-SYMBOL
043564         PERFORM 2100-FIND-STOCK THRU 2100-EXIT
043564         IF P2-STOCK-FOUND
043564             MOVE P2-STK-CLOSING-PRICE(P2-STOCK-FOUND-IDX)
043564                 TO P2-XFER-CLOSE
043564         END-IF
043564         GO TO 1815-EXIT
043564     END-IF.
043564     OPEN INPUT PRICE-HISTORY-FILE.
043564     IF P2-PH-FILE-STATUS = "35"
043564         GO TO 1815-EXIT
043564     END-IF.
043564     MOVE "N" TO P2-SW-EOF-XPH.
043564     PERFORM 1817-READ-XFER-HISTORY THRU 1817-EXIT.
043564     PERFORM 1816-CHECK-ONE-CLOSE THRU 1816-EXIT
043564         UNTIL P2-EOF-XPH.
043564     CLOSE PRICE-HISTORY-FILE.
043564 1815-EXIT.
043564     EXIT.

043564 1816-CHECK-ONE-CLOSE.
043564     IF PH-SYMBOL = XFO-SYMBOL
043564        AND PH-RUN-DATE NOT > XFO-DATE
043564        AND PH-RUN-DATE NOT < P2-XFER-CLOSE-DATE
043564         MOVE PH-CLOSING-PRICE TO P2-XFER-CLOSE
043564         MOVE PH-RUN-DATE      TO P2-XFER-CLOSE-DATE
043564     END-IF.
043564     PERFORM 1817-READ-XFER-HISTORY THRU 1817-EXIT.
043564 1816-EXIT.
043564     EXIT.

043564 1817-READ-XFER-HISTORY.
043564     READ PRICE-HISTORY-FILE
043564         AT END SET P2-EOF-XPH TO TRUE
043564     END-READ.
043564 1817-EXIT.
043564     EXIT.

043564*----------------------------------------------------------------
043564* 1820-POST-TRANSFER - post a validated pair, out half first.
043564* A deemed transfer sells out of the sending account at the
043564* close through 1336 - realized rows, lots consumed, the
043564* superficial-loss check - and buys into the receiving account
043564* at the same close through 1332, where it is remembered as a
043564* purchase for the loss window.  A carried transfer moves the
043564* shares, and in FIFO mode the lots, at their cost through
043564* 1830 and 1840.  Neither half touches cash.  The journal
043564* takes the pair's value and the cost released per account.
043564*----------------------------------------------------------------
043564 1820-POST-TRANSFER.
043564     MOVE ZERO TO P2-XFER-GL-COST.
043564     MOVE ZERO TO P2-XFER-MOVED-COST.
043564     MOVE P2-XFER-OUT-ROW TO TRANSACTION-RECORD.
043564     IF P2-XFER-DEEMED
043564         MOVE P2-XFER-CLOSE TO TRANS-PRICE
043564     END-IF.
043564     MOVE TRANS-SYMBOL TO P2-LOOKUP-SYMBOL.
043564     MOVE TRANS-ACCOUNT TO P2-LOOKUP-ACCOUNT.
043564     PERFORM 1310-FIND-POSITION THRU 1310-EXIT.
043564     MOVE POS-AVERAGE-COST(P2-POSITION-FOUND-IDX)
043564         TO P2-XFER-OUT-COST.
043564     MOVE POS-AVG-FX-RATE(P2-POSITION-FOUND-IDX)
043564         TO P2-XFER-OUT-FX.
043564     IF P2-XFER-DEEMED
043564         SET P2-XFER-POSTING TO TRUE
043564         PERFORM 1336-POST-SELL THRU 1336-EXIT
043564         MOVE "N" TO P2-SW-XFER-POSTING
043564         MOVE P2-XFER-GL-VALUE TO P2-CASH-AMOUNT
043564         PERFORM 1720-POST-CONTRIB THRU 1720-EXIT
043564     ELSE
043564         PERFORM 1830-RELEASE-CARRIED THRU 1830-EXIT
043564         MOVE P2-XFER-GL-COST TO P2-XFER-GL-VALUE
043564     END-IF.
043564     MOVE TRANS-ACCOUNT TO P2-LOOKUP-ACCOUNT.
043564     PERFORM 1358-FIND-GL-ENTRY THRU 1358-EXIT.
043564     IF P2-GL-FOUND
043564         ADD P2-XFER-GL-VALUE
043564             TO GLE-XFER-OUT-VALUE(P2-GL-FOUND-IDX)
043564         ADD P2-XFER-GL-COST
043564             TO GLE-XFER-OUT-COST(P2-GL-FOUND-IDX)
043564     END-IF.
043564     MOVE P2-XFER-IN-ROW TO TRANSACTION-RECORD.
043564     IF P2-XFER-DEEMED
043564         MOVE P2-XFER-CLOSE TO TRANS-PRICE
043564     END-IF.
043564     MOVE TRANS-SYMBOL TO P2-LOOKUP-SYMBOL.
043564     MOVE TRANS-ACCOUNT TO P2-LOOKUP-ACCOUNT.
043564     PERFORM 1310-FIND-POSITION THRU 1310-EXIT.
043564     IF NOT P2-POSITION-FOUND
043564         PERFORM 1320-ADD-POSITION THRU 1320-EXIT
043564     END-IF.
043564     IF P2-XFER-DEEMED
043564         PERFORM 1332-POST-BUY THRU 1332-EXIT
043564         MOVE P2-XFER-GL-VALUE TO P2-CASH-AMOUNT
043564         PERFORM 1720-POST-CONTRIB THRU 1720-EXIT
043564         PERFORM 1383-ADD-RECENT-BUY THRU 1383-EXIT
043564     ELSE
043564         PERFORM 1840-RECEIVE-CARRIED THRU 1840-EXIT
043564     END-IF.
043564     MOVE TRANS-ACCOUNT TO P2-LOOKUP-ACCOUNT.
043564     PERFORM 1358-FIND-GL-ENTRY THRU 1358-EXIT.
043564     IF P2-GL-FOUND
043564         ADD P2-XFER-GL-VALUE
043564             TO GLE-XFER-IN-VALUE(P2-GL-FOUND-IDX)
043564     END-IF.
043564     IF TRANS-DATE < P2-MIN-TRANS-DATE
043564         MOVE TRANS-DATE TO P2-MIN-TRANS-DATE
043564     END-IF.
043564     IF TRANS-DATE > P2-MAX-TRANS-DATE
043564         MOVE TRANS-DATE TO P2-MAX-TRANS-DATE
043564     END-IF.
043564     ADD 2 TO P2-CTL-TRANS-POSTED.
043564     ADD 1 TO P2-CTL-XFER-PAIRS.
043564 1820-EXIT.
043564     EXIT.

043564*----------------------------------------------------------------
043564* 1830-RELEASE-CARRIED - take the transferred shares out of the
043564* sending position at their cost.  In FIFO mode the oldest open
043564* lots go first, each moved whole or in part to the receiving
043564* account under its original acquisition date and cost by
043564* 1832; in average-cost mode the shares leave at the average
043564* cost.  P2-XFER-MOVED-COST gathers the cost moved and
043564* P2-XFER-GL-COST its CAD amount for the journal.
043564*----------------------------------------------------------------
043564 1830-RELEASE-CARRIED.
043564     MOVE TRANS-SYMBOL TO P2-LOOKUP-SYMBOL.
043564     PERFORM 1353-RESOLVE-TRANS-FX THRU 1353-EXIT.
043564     IF P2-FIFO-REQUESTED
043564         MOVE TRANS-QUANTITY TO P2-SELL-REMAINING
043564         PERFORM 1832-MOVE-ONE-LOT THRU 1832-EXIT
043564             VARYING P2-XFER-LOT-SUB FROM 1 BY 1
043564             UNTIL P2-XFER-LOT-SUB > P2-LOT-COUNT
043564                OR P2-SELL-REMAINING = ZERO
043564     ELSE
043564         COMPUTE P2-XFER-MOVED-COST =
043564             TRANS-QUANTITY * P2-XFER-OUT-COST
043564         COMPUTE P2-XFER-GL-COST ROUNDED =
043564             TRANS-QUANTITY * P2-XFER-OUT-COST * P2-TRANS-FX-RATE
043564     END-IF.
043564     SUBTRACT TRANS-QUANTITY
043564         FROM POS-SHARES(P2-POSITION-FOUND-IDX).
043564     IF P2-FIFO-REQUESTED
043564         PERFORM 1338-RECOST-POSITION THRU 1338-EXIT
043564     END-IF.
043564 1830-EXIT.
043564     EXIT.

043564 1832-MOVE-ONE-LOT.
043564     IF LOT-ACCOUNT(P2-XFER-LOT-SUB) NOT = XFO-ACCOUNT
043564        OR LOT-SYMBOL(P2-XFER-LOT-SUB) NOT = XFO-SYMBOL
043564        OR LOT-SHARES(P2-XFER-LOT-SUB) = ZERO
043564         GO TO 1832-EXIT
043564     END-IF.
043564*    A lost lot would leave the receiving position holding
043564*    shares the lot table cannot account for, so an overflow
043564*    fails the run's controls, as it does in 1334.
043564     IF P2-LOT-COUNT >= 20000
043564         MOVE SPACES        TO REJECTED-RECORD
043564         MOVE XFI-ACCOUNT   TO REJ-ACCOUNT
043564         MOVE XFI-SYMBOL    TO REJ-SYMBOL
043564         MOVE "LOT TABLE OVERFLOW" TO REJ-REASON
043564         WRITE REJECTED-RECORD
043564         SET P2-CTL-FAILED TO TRUE
043564         MOVE ZERO TO P2-SELL-REMAINING
043564         GO TO 1832-EXIT
043564     END-IF.
043564     IF LOT-SHARES(P2-XFER-LOT-SUB) < P2-SELL-REMAINING
043564         MOVE LOT-SHARES(P2-XFER-LOT-SUB) TO P2-RLG-QTY
043564     ELSE
043564         MOVE P2-SELL-REMAINING TO P2-RLG-QTY
043565     END-IF.
043565     MOVE LOT-DATE(P2-XFER-LOT-SUB) TO P2-XFER-LOT-DATE.
043565     MOVE LOT-COST(P2-XFER-LOT-SUB) TO P2-XFER-LOT-COST.
043565     SUBTRACT P2-RLG-QTY FROM LOT-SHARES(P2-XFER-LOT-SUB).
043565     SUBTRACT P2-RLG-QTY FROM P2-SELL-REMAINING.
043565     COMPUTE P2-XFER-MOVED-COST = P2-XFER-MOVED-COST
043565         + P2-RLG-QTY * P2-XFER-LOT-COST.
043565     COMPUTE P2-GL-WORK-AMT2 ROUNDED =
043565         P2-RLG-QTY * P2-XFER-LOT-COST * P2-TRANS-FX-RATE.
043565     ADD P2-GL-WORK-AMT2 TO P2-XFER-GL-COST.
043565     PERFORM 1834-INSERT-MOVED-LOT THRU 1834-EXIT.
043565 1832-EXIT.
043565     EXIT.

043565*----------------------------------------------------------------
043565* 1834-INSERT-MOVED-LOT - file a moved lot for the receiving
043565* account ahead of the first of that account's lots in the
043565* symbol acquired after it, so the front-to-back scan in 1342
043565* still meets the receiving account's lots oldest first.  The
043565* lots behind it shift down one slot; when that includes the
043565* sending lot being scanned, the scan subscript follows it.
043565*----------------------------------------------------------------
043565 1834-INSERT-MOVED-LOT.
043565     ADD 1 TO P2-LOT-COUNT.
043565     MOVE P2-LOT-COUNT TO P2-INSERT-AT.
043565     MOVE "N" TO P2-SW-INSERT-FOUND.
043565     PERFORM 1836-FIND-LOT-INSERT-POINT THRU 1836-EXIT
043565         VARYING P2-SCAN-SUB FROM 1 BY 1
043565         UNTIL P2-SCAN-SUB >= P2-LOT-COUNT
043565            OR P2-INSERT-FOUND.
043565     COMPUTE P2-SHIFT-SUB = P2-LOT-COUNT - 1.
043565     PERFORM 1838-SHIFT-LOT-ENTRY THRU 1838-EXIT
043565         UNTIL P2-SHIFT-SUB < P2-INSERT-AT.
043565     MOVE XFI-ACCOUNT      TO LOT-ACCOUNT(P2-INSERT-AT).
043565     MOVE XFI-SYMBOL       TO LOT-SYMBOL(P2-INSERT-AT).
043565     MOVE P2-XFER-LOT-DATE TO LOT-DATE(P2-INSERT-AT).
043565     MOVE P2-RLG-QTY       TO LOT-SHARES(P2-INSERT-AT).
043565     MOVE P2-XFER-LOT-COST TO LOT-COST(P2-INSERT-AT).
043565     IF P2-INSERT-AT NOT > P2-XFER-LOT-SUB
043565         ADD 1 TO P2-XFER-LOT-SUB
043565     END-IF.
043565 1834-EXIT.
043565     EXIT.

043565 1836-FIND-LOT-INSERT-POINT.
043565     IF LOT-ACCOUNT(P2-SCAN-SUB) = XFI-ACCOUNT
043565        AND LOT-SYMBOL(P2-SCAN-SUB) = XFI-SYMBOL
043565        AND LOT-DATE(P2-SCAN-SUB) > P2-XFER-LOT-DATE
043565         MOVE P2-SCAN-SUB TO P2-INSERT-AT
043565         SET P2-INSERT-FOUND TO TRUE
043565     END-IF.
043565 1836-EXIT.
043565     EXIT.

043565 1838-SHIFT-LOT-ENTRY.
043565     MOVE P2-LOT-ENTRY(P2-SHIFT-SUB)
043565         TO P2-LOT-ENTRY(P2-SHIFT-SUB + 1).
043565     SUBTRACT 1 FROM P2-SHIFT-SUB.
043565 1838-EXIT.
043565     EXIT.

043565*----------------------------------------------------------------
043565* 1840-RECEIVE-CARRIED - add the transferred shares to the
043565* receiving position at the cost they carried.  In FIFO mode
043565* the lots are already in place and the unit cost is
043565* re-derived from them; in average-cost mode the carried cost
043565* blends into the running average.  The booking FX rate blends
043565* the same way, weighted by cost, from the sending position's.
043565*----------------------------------------------------------------
043565 1840-RECEIVE-CARRIED.
043565     COMPUTE P2-OLD-COST-BASE =
043565         POS-SHARES(P2-POSITION-FOUND-IDX)
043565         * POS-AVERAGE-COST(P2-POSITION-FOUND-IDX).
043565     COMPUTE P2-NEW-COST-BASE =
043565         P2-OLD-COST-BASE + P2-XFER-MOVED-COST.
043565     IF POS-AVG-FX-RATE(P2-POSITION-FOUND-IDX) = ZERO
043565        OR P2-OLD-COST-BASE NOT > ZERO
043565         MOVE P2-XFER-OUT-FX
043565             TO POS-AVG-FX-RATE(P2-POSITION-FOUND-IDX)
043565     ELSE
043565         IF P2-NEW-COST-BASE > ZERO
043565             COMPUTE POS-AVG-FX-RATE(P2-POSITION-FOUND-IDX)
043565                 ROUNDED =
043565                 (P2-OLD-COST-BASE
043565                  * POS-AVG-FX-RATE(P2-POSITION-FOUND-IDX)
043565                  + P2-XFER-MOVED-COST * P2-XFER-OUT-FX)
043565                 / P2-NEW-COST-BASE
043565         END-IF
043565     END-IF.
043565     COMPUTE P2-NEW-SHARES =
043565         POS-SHARES(P2-POSITION-FOUND-IDX) + TRANS-QUANTITY.
043565     MOVE P2-NEW-SHARES TO POS-SHARES(P2-POSITION-FOUND-IDX).
043565     IF P2-FIFO-REQUESTED
043565         PERFORM 1338-RECOST-POSITION THRU 1338-EXIT
043565     ELSE
043565         IF P2-NEW-SHARES > ZERO
043565             COMPUTE POS-AVERAGE-COST(P2-POSITION-FOUND-IDX)
043565                 ROUNDED = P2-NEW-COST-BASE / P2-NEW-SHARES
043565         END-IF
043565     END-IF.
043565 1840-EXIT.
043565     EXIT.

043565*----------------------------------------------------------------
043565* 1900-POST-CORRECTION - cancel (code X) or correct (code C) a
043565* buy or sell booked on an earlier day.  The row names the
043565* original trade as it was keyed - account, symbol, quantity
043565* and price - with its date and code behind; a correction adds
043565* the quantity and price the trade should have had.  The row
043565* is validated whole before anything moves, so it either posts
043565* whole or is rejected whole.  The original comes out (1920 a
043565* buy, 1930 a sell), the corrected trade is rebooked at the
043565* original date (1940), dividends captured since are restated
043565* (1950), and the account's movement is proven and listed on
043565* the audit report (1970).
043565*----------------------------------------------------------------
043565 1900-POST-CORRECTION.
043565     MOVE TRANSACTION-RECORD TO P2-CORR-ROW.
043565     PERFORM 1290-VALIDATE-TRANSACTION THRU 1290-EXIT.
043565     IF P2-TRANSACTION-VALID
043565         PERFORM 1902-VALIDATE-CORRECTION THRU 1902-EXIT
043565         IF P2-TRANSACTION-INVALID
043565             PERFORM 1295-WRITE-REJECTED-TRANS THRU 1295-EXIT
043565         END-IF
043565     END-IF.
043565     IF P2-TRANSACTION-INVALID
043565         ADD 1 TO P2-CORR-REJECT-COUNT
043565         GO TO 1900-EXIT
043565     END-IF.
043565     PERFORM 1901-FIND-CORR-POSITION THRU 1901-EXIT.
043565     IF NOT P2-POSITION-FOUND
043565         PERFORM 1320-ADD-POSITION THRU 1320-EXIT
043565     END-IF.
043565     MOVE POS-SHARES(P2-POSITION-FOUND-IDX) TO P2-CORR-BEF-SHARES.
043565     MOVE POS-AVERAGE-COST(P2-POSITION-FOUND-IDX)
043565         TO P2-CORR-BEF-COST.
043565     MOVE ZERO TO P2-CORR-CASH-IDX.
043565     MOVE ZERO TO P2-CORR-BEF-CASH.
043565     MOVE ZERO TO P2-CORR-DIV-TOTAL.
043565     MOVE ZERO TO P2-CORR-DIV-PAID.
043565     MOVE CRW-ACCOUNT TO P2-LOOKUP-ACCOUNT.
043565     PERFORM 1356-FIND-CASH-ENTRY THRU 1356-EXIT.
043565     IF P2-CASH-FOUND
043565         MOVE P2-CASH-FOUND-IDX TO P2-CORR-CASH-IDX
043565         MOVE CASH-BALANCE(P2-CORR-CASH-IDX) TO P2-CORR-BEF-CASH
043565     END-IF.
043565     IF CRW-ORIG-WAS-BUY
043565         PERFORM 1920-REVERSE-BUY THRU 1920-EXIT
043565     ELSE
043565         PERFORM 1930-REVERSE-SELL THRU 1930-EXIT
043565     END-IF.
043565     IF P2-CORR-NEW-QTY > ZERO
043565         PERFORM 1940-REBOOK-TRADE THRU 1940-EXIT
043565     END-IF.
043565     PERFORM 1950-RESTATE-DIVIDENDS THRU 1950-EXIT.
043565     PERFORM 1970-PROVE-CORRECTION THRU 1970-EXIT.
043565     IF TRANS-DATE < P2-MIN-TRANS-DATE
043565         MOVE TRANS-DATE TO P2-MIN-TRANS-DATE
043565     END-IF.
043565     IF TRANS-DATE > P2-MAX-TRANS-DATE
043565         MOVE TRANS-DATE TO P2-MAX-TRANS-DATE
043565     END-IF.
043565     ADD 1 TO P2-CTL-TRANS-POSTED.
043565     ADD 1 TO P2-CTL-CORR-POSTED.
043565 1900-EXIT.
043565     EXIT.

043565 1901-FIND-CORR-POSITION.
043565     MOVE CRW-ACCOUNT TO P2-LOOKUP-ACCOUNT.
043565     MOVE CRW-SYMBOL  TO P2-LOOKUP-SYMBOL.
043565     PERFORM 1310-FIND-POSITION THRU 1310-EXIT.
043565 1901-EXIT.
043565     EXIT.

043565*----------------------------------------------------------------
043565* 1902-VALIDATE-CORRECTION - prove the row can be applied before
043565* any of it is.  The original must be a buy or a sell dated no
043565* later than the row itself, and a correction must carry
043565* numeric terms that change something.  The position must be
043565* able to give back what the reversal takes: the original
043565* buy's shares, restated through the splits since, must still
043565* be held, and an original sell must be found on the realized
043565* ledger (this run's staged rows included) with enough of it
043565* not already taken back.  A sell whose loss was denied as
043565* superficial is refused - the denial is unwound by hand.
043565*----------------------------------------------------------------
043565 1902-VALIDATE-CORRECTION.
043565     IF NOT CRW-ORIG-WAS-BUY AND NOT CRW-ORIG-WAS-SELL
043565         SET P2-TRANSACTION-INVALID TO TRUE
043565         MOVE "INVALID ORIGINAL CODE" TO P2-REJECT-REASON
043565         GO TO 1902-EXIT
043566     END-IF.
043566     IF CRW-ORIG-DATE NOT NUMERIC
043566        OR CRW-ORIG-DATE > CRW-DATE
043566         SET P2-TRANSACTION-INVALID TO TRUE
043566         MOVE "INVALID ORIGINAL DATE" TO P2-REJECT-REASON
043566         GO TO 1902-EXIT
043566     END-IF.
043566     MOVE ZERO TO P2-CORR-NEW-QTY.
043566     MOVE ZERO TO P2-CORR-NEW-PRICE.
043566     IF CRW-IS-CORRECT
043566         IF CRW-NEW-QUANTITY NOT NUMERIC
043566            OR CRW-NEW-PRICE NOT NUMERIC
043566             SET P2-TRANSACTION-INVALID TO TRUE
043566             MOVE "NON-NUMERIC NEW QTY/PRICE" TO P2-REJECT-REASON
043566             GO TO 1902-EXIT
043566         END-IF
043566         MOVE CRW-NEW-QUANTITY TO P2-CORR-NEW-QTY
043566         MOVE CRW-NEW-PRICE    TO P2-CORR-NEW-PRICE
043566         IF P2-CORR-NEW-QTY = ZERO
043566             MOVE CRW-QUANTITY TO P2-CORR-NEW-QTY
043566         END-IF
043566         IF P2-CORR-NEW-PRICE = ZERO
043566             MOVE CRW-PRICE TO P2-CORR-NEW-PRICE
043566         END-IF
043566         IF P2-CORR-NEW-QTY = CRW-QUANTITY
043566            AND P2-CORR-NEW-PRICE = CRW-PRICE
043566             SET P2-TRANSACTION-INVALID TO TRUE
043566             MOVE "CORRECTION CHANGES NONE" TO P2-REJECT-REASON
043566             GO TO 1902-EXIT
043566         END-IF
043566     END-IF.
043566     MOVE 99999999 TO P2-CORR-FACTOR-TO.
043566     PERFORM 1904-SET-SPLIT-FACTOR THRU 1904-EXIT.
043566     MOVE P2-CORR-WORK-FACTOR TO P2-CORR-FACTOR.
043566     COMPUTE P2-CORR-ORIG-SHARES ROUNDED =
043566         CRW-QUANTITY * P2-CORR-FACTOR.
043566     COMPUTE P2-CORR-NEW-SHARES ROUNDED =
043566         P2-CORR-NEW-QTY * P2-CORR-FACTOR.
043566     IF P2-CORR-ORIG-SHARES > 99999
043566        OR P2-CORR-NEW-SHARES > 99999
043566         SET P2-TRANSACTION-INVALID TO TRUE
043566         MOVE "CORRECTION TOO LARGE" TO P2-REJECT-REASON
043566         GO TO 1902-EXIT
043566     END-IF.
043566     PERFORM 1901-FIND-CORR-POSITION THRU 1901-EXIT.
043566     IF NOT P2-POSITION-FOUND
043566        AND P2-POSITION-COUNT >= 10000
043566         SET P2-TRANSACTION-INVALID TO TRUE
043566         MOVE "POSITION TABLE OVERFLOW" TO P2-REJECT-REASON
043566         GO TO 1902-EXIT
043566     END-IF.
043566     IF CRW-ORIG-WAS-BUY
043566         IF NOT P2-POSITION-FOUND
043566             SET P2-TRANSACTION-INVALID TO TRUE
043566             MOVE "ORIGINAL BUY NOT HELD" TO P2-REJECT-REASON
043566         ELSE
043566             IF POS-SHARES(P2-POSITION-FOUND-IDX)
043566                    < P2-CORR-ORIG-SHARES
043566                 SET P2-TRANSACTION-INVALID TO TRUE
043566                 MOVE "ORIGINAL BUY NOT HELD" TO P2-REJECT-REASON
043566             END-IF
043566         END-IF
043566         GO TO 1902-EXIT
043566     END-IF.
043566     PERFORM 1906-GATHER-ORIGINAL-SELL THRU 1906-EXIT.
043566     IF P2-CORR-DENIED
043566         SET P2-TRANSACTION-INVALID TO TRUE
043566         MOVE "ORIGINAL LOSS WAS DENIED" TO P2-REJECT-REASON
043566         GO TO 1902-EXIT
043566     END-IF.
043566     IF P2-CORR-RVS-FULL
043566         SET P2-TRANSACTION-INVALID TO TRUE
043566         MOVE "TOO MANY ORIGINAL ROWS" TO P2-REJECT-REASON
043566         GO TO 1902-EXIT
043566     END-IF.
043566     IF P2-CORR-SOLD-QTY < P2-CORR-DONE-QTY + CRW-QUANTITY
043566         SET P2-TRANSACTION-INVALID TO TRUE
043566         MOVE "ORIGINAL SELL NOT FOUND" TO P2-REJECT-REASON
043566         GO TO 1902-EXIT
043566     END-IF.
043566     MOVE P2-CORR-ORIG-SHARES TO P2-CORR-TAKE.
043566     IF P2-POSITION-FOUND
043566         ADD POS-SHARES(P2-POSITION-FOUND-IDX) TO P2-CORR-TAKE
043566     END-IF.
043566     IF P2-CORR-NEW-SHARES > P2-CORR-TAKE
043566         SET P2-TRANSACTION-INVALID TO TRUE
043566         MOVE "SELL EXCEEDS POSITION" TO P2-REJECT-REASON
043566         GO TO 1902-EXIT
043566     END-IF.
043566*    Drop the part of the gathered rows an earlier correction
043566*    has already taken back, then keep only as much as this
043566*    one takes.
043566     MOVE P2-CORR-DONE-QTY TO P2-CORR-SKIP.
043566     MOVE CRW-QUANTITY     TO P2-CORR-REMAINING.
043566     PERFORM 1914-TRIM-ONE-REALIZED THRU 1914-EXIT
043566         VARYING P2-CORR-RVS-SUB FROM 1 BY 1
043566         UNTIL P2-CORR-RVS-SUB > P2-CORR-RVS-COUNT.
043566 1902-EXIT.
043566     EXIT.

043566*----------------------------------------------------------------
043566* 1904-SET-SPLIT-FACTOR - the product of the ratios of every
043566* split of the correction's symbol that took effect after the
043566* original trade date and on or before P2-CORR-FACTOR-TO, and
043566* that the positions have already taken - applied this run, or
043566* carried in on the master.  A split is keyed under the symbol
043566* of its day, so its symbol is remapped before it is compared.
043566*----------------------------------------------------------------
043566 1904-SET-SPLIT-FACTOR.
043566     MOVE 1 TO P2-CORR-WORK-FACTOR.
043566     PERFORM 1905-CHECK-ONE-SPLIT THRU 1905-EXIT
043566         VARYING P2-CORR-CACT-SUB FROM 1 BY 1
043566         UNTIL P2-CORR-CACT-SUB > P2-CACT-TABLE-COUNT.
043566 1904-EXIT.
043566     EXIT.

043566 1905-CHECK-ONE-SPLIT.
043566     IF NOT CACT-IS-SPLIT(P2-CORR-CACT-SUB)
043566        OR CACT-DATE(P2-CORR-CACT-SUB) NOT > CRW-ORIG-DATE
043566        OR CACT-DATE(P2-CORR-CACT-SUB) > P2-CORR-FACTOR-TO
043566         GO TO 1905-EXIT
043566     END-IF.
043566     IF NOT CACT-APPLIED(P2-CORR-CACT-SUB)
043566        AND (NOT P2-INCREMENTAL
043566             OR CACT-DATE(P2-CORR-CACT-SUB) > P2-CYCLE-DATE)
043566         GO TO 1905-EXIT
043566     END-IF.
043566     MOVE CACT-SYMBOL(P2-CORR-CACT-SUB) TO P2-REMAP-SYMBOL.
043566     PERFORM 1371-REMAP-SYMBOL THRU 1371-EXIT.
043566     IF P2-REMAP-SYMBOL = CRW-SYMBOL
043566         COMPUTE P2-CORR-WORK-FACTOR ROUNDED =
043566             P2-CORR-WORK-FACTOR * CACT-RATIO(P2-CORR-CACT-SUB)
043566     END-IF.
043566 1905-EXIT.
043566     EXIT.

043566*----------------------------------------------------------------
043566* 1906-GATHER-ORIGINAL-SELL - find the realized rows the
043566* original sell booked: same account, date and sell price, and
043566* a symbol that remaps to the row's.  An incremental run reads
043566* the carried ledger first; rows booked earlier in this run are
043566* still on the staging file, which is read back and reopened
043566* for append.  Rows an earlier correction already took back are
043566* summed so they are not taken back twice.
043566*----------------------------------------------------------------
043566 1906-GATHER-ORIGINAL-SELL.
043566     MOVE ZERO TO P2-CORR-RVS-COUNT.
043566     MOVE ZERO TO P2-CORR-SOLD-QTY.
043566     MOVE ZERO TO P2-CORR-DONE-QTY.
043566     MOVE "N" TO P2-SW-CORR-DENIED.
043566     MOVE "N" TO P2-SW-CORR-RVS-FULL.
043566     IF P2-INCREMENTAL
043566         OPEN INPUT REALIZED-LEDGER-OUT
043566         IF P2-RLG-FILE-STATUS = "00"
043566             MOVE "N" TO P2-SW-EOF-CRS
043566             PERFORM 1907-READ-LEDGER-ROW THRU 1907-EXIT
043566             PERFORM 1908-SCAN-LEDGER-ROW THRU 1908-EXIT
043566                 UNTIL P2-EOF-CRS
043566             CLOSE REALIZED-LEDGER-OUT
043566         END-IF
043566     END-IF.
043566     CLOSE REALIZED-WORK-FILE.
043566     OPEN INPUT REALIZED-WORK-FILE.
043566     MOVE "N" TO P2-SW-EOF-CRS.
043566     PERFORM 1909-READ-WORK-ROW THRU 1909-EXIT.
043566     PERFORM 1910-SCAN-WORK-ROW THRU 1910-EXIT
043566         UNTIL P2-EOF-CRS.
043566     CLOSE REALIZED-WORK-FILE.
043566     OPEN EXTEND REALIZED-WORK-FILE.
043566 1906-EXIT.
043566     EXIT.

043566 1907-READ-LEDGER-ROW.
043566     READ REALIZED-LEDGER-OUT INTO P2-RLG-STAGE
043566         AT END SET P2-EOF-CRS TO TRUE
043566     END-READ.
043566 1907-EXIT.
043566     EXIT.

043566 1908-SCAN-LEDGER-ROW.
043566     PERFORM 1912-CHECK-ONE-REALIZED THRU 1912-EXIT.
043566     PERFORM 1907-READ-LEDGER-ROW THRU 1907-EXIT.
043566 1908-EXIT.
043566     EXIT.

043566 1909-READ-WORK-ROW.
043566     READ REALIZED-WORK-FILE INTO P2-RLG-STAGE
043566         AT END SET P2-EOF-CRS TO TRUE
043566     END-READ.
043566 1909-EXIT.
043567     EXIT.

043567 1910-SCAN-WORK-ROW.
043567     PERFORM 1912-CHECK-ONE-REALIZED THRU 1912-EXIT.
043567     PERFORM 1909-READ-WORK-ROW THRU 1909-EXIT.
043567 1910-EXIT.
043567     EXIT.

043567 1912-CHECK-ONE-REALIZED.
043567     IF STG-ACCOUNT NOT = CRW-ACCOUNT
043567        OR STG-DATE NOT = CRW-ORIG-DATE
043567        OR STG-SELL-PRICE NOT = CRW-PRICE
043567         GO TO 1912-EXIT
043567     END-IF.
043567     MOVE STG-SYMBOL TO P2-REMAP-SYMBOL.
043567     PERFORM 1371-REMAP-SYMBOL THRU 1371-EXIT.
043567     IF P2-REMAP-SYMBOL NOT = CRW-SYMBOL
043567         GO TO 1912-EXIT
043567     END-IF.
043567     IF STG-SL-FLAG = "D"
043567         SET P2-CORR-DENIED TO TRUE
043567         GO TO 1912-EXIT
043567     END-IF.
043567     IF STG-SL-FLAG = "R"
043567         ADD STG-QUANTITY TO P2-CORR-DONE-QTY
043567         GO TO 1912-EXIT
043567     END-IF.
043567     IF P2-CORR-RVS-COUNT >= 50
043567         SET P2-CORR-RVS-FULL TO TRUE
043567         GO TO 1912-EXIT
043567     END-IF.
043567     ADD 1 TO P2-CORR-RVS-COUNT.
043567     MOVE STG-SYMBOL       TO RVS-SYMBOL(P2-CORR-RVS-COUNT).
043567     MOVE STG-QUANTITY     TO RVS-QUANTITY(P2-CORR-RVS-COUNT).
043567     MOVE STG-AVERAGE-COST TO RVS-COST(P2-CORR-RVS-COUNT).
043567     ADD STG-QUANTITY TO P2-CORR-SOLD-QTY.
043567 1912-EXIT.
043567     EXIT.

043567 1914-TRIM-ONE-REALIZED.
043567     IF P2-CORR-SKIP > ZERO
043567         IF RVS-QUANTITY(P2-CORR-RVS-SUB) > P2-CORR-SKIP
043567             SUBTRACT P2-CORR-SKIP
043567                 FROM RVS-QUANTITY(P2-CORR-RVS-SUB)
043567             MOVE ZERO TO P2-CORR-SKIP
043567         ELSE
043567             SUBTRACT RVS-QUANTITY(P2-CORR-RVS-SUB)
043567                 FROM P2-CORR-SKIP
043567             MOVE ZERO TO RVS-QUANTITY(P2-CORR-RVS-SUB)
043567         END-IF
043567     END-IF.
043567     IF RVS-QUANTITY(P2-CORR-RVS-SUB) > P2-CORR-REMAINING
043567         MOVE P2-CORR-REMAINING TO RVS-QUANTITY(P2-CORR-RVS-SUB)
043567     END-IF.
043567     SUBTRACT RVS-QUANTITY(P2-CORR-RVS-SUB)
043567         FROM P2-CORR-REMAINING.
043567 1914-EXIT.
043567     EXIT.

043567*----------------------------------------------------------------
043567* 1920-REVERSE-BUY - take the original buy's shares back out of
043567* the position.  In FIFO mode they come off the lots dated the
043567* original trade date first, then the oldest lots if shares
043567* bought that day have since been sold; in average-cost mode
043567* the trade's cost comes off the cost base.  The cash it cost
043567* goes back to the account, and the unmatched part of the buy
043567* is released from the recent-buy table so it can no longer
043567* deny a loss.
043567*----------------------------------------------------------------
043567 1920-REVERSE-BUY.
043567     PERFORM 1901-FIND-CORR-POSITION THRU 1901-EXIT.
043567     IF P2-FIFO-REQUESTED
043567         MOVE P2-CORR-ORIG-SHARES TO P2-SELL-REMAINING
043567         PERFORM 1922-TAKE-DATED-LOT THRU 1922-EXIT
043567             VARYING P2-LOT-IDX FROM 1 BY 1
043567             UNTIL P2-LOT-IDX > P2-LOT-COUNT
043567                OR P2-SELL-REMAINING = ZERO
043567         PERFORM 1923-TAKE-OLDEST-LOT THRU 1923-EXIT
043567             VARYING P2-LOT-IDX FROM 1 BY 1
043567             UNTIL P2-LOT-IDX > P2-LOT-COUNT
043567                OR P2-SELL-REMAINING = ZERO
043567         SUBTRACT P2-CORR-ORIG-SHARES
043567             FROM POS-SHARES(P2-POSITION-FOUND-IDX)
043567         PERFORM 1338-RECOST-POSITION THRU 1338-EXIT
043567     ELSE
043567         COMPUTE P2-OLD-COST-BASE =
043567             POS-SHARES(P2-POSITION-FOUND-IDX)
043567             * POS-AVERAGE-COST(P2-POSITION-FOUND-IDX)
043567             - CRW-QUANTITY * CRW-PRICE
043567         SUBTRACT P2-CORR-ORIG-SHARES
043567             FROM POS-SHARES(P2-POSITION-FOUND-IDX)
043567         IF POS-SHARES(P2-POSITION-FOUND-IDX) = ZERO
043567            OR P2-OLD-COST-BASE NOT > ZERO
043567             MOVE ZERO TO POS-AVERAGE-COST(P2-POSITION-FOUND-IDX)
043567         ELSE
043567             COMPUTE POS-AVERAGE-COST(P2-POSITION-FOUND-IDX)
043567                 ROUNDED = P2-OLD-COST-BASE
043567                 / POS-SHARES(P2-POSITION-FOUND-IDX)
043567         END-IF
043567     END-IF.
043567     IF P2-CORR-CASH-IDX > ZERO
043567         COMPUTE P2-CASH-AMOUNT = CRW-QUANTITY * CRW-PRICE
043567         ADD P2-CASH-AMOUNT TO CASH-BALANCE(P2-CORR-CASH-IDX)
043567         PERFORM 1778-DROP-PENDING-TRADE THRU 1778-EXIT
043567     END-IF.
043567     MOVE CRW-ACCOUNT TO P2-LOOKUP-ACCOUNT.
043567     PERFORM 1358-FIND-GL-ENTRY THRU 1358-EXIT.
043567     IF P2-GL-FOUND
043567         MOVE CRW-SYMBOL TO P2-LOOKUP-SYMBOL
043567         PERFORM 1353-RESOLVE-TRANS-FX THRU 1353-EXIT
043567         COMPUTE P2-GL-WORK-AMT ROUNDED =
043567             CRW-QUANTITY * CRW-PRICE * P2-TRANS-FX-RATE
043567         ADD P2-GL-WORK-AMT
043567             TO GLE-RVS-BUY-COST(P2-GL-FOUND-IDX)
043567     END-IF.
043567     MOVE P2-CORR-ORIG-SHARES TO P2-CORR-REMAINING.
043567     PERFORM 1926-RELEASE-RECENT-BUY THRU 1926-EXIT
043567         VARYING P2-BUY-IDX FROM 1 BY 1
043567         UNTIL P2-BUY-IDX > P2-BUY-COUNT
043567            OR P2-CORR-REMAINING = ZERO.
043567 1920-EXIT.
043567     EXIT.

043567 1922-TAKE-DATED-LOT.
043567     IF LOT-ACCOUNT(P2-LOT-IDX) = CRW-ACCOUNT
043567        AND LOT-SYMBOL(P2-LOT-IDX) = CRW-SYMBOL
043567        AND LOT-DATE(P2-LOT-IDX) = CRW-ORIG-DATE
043567        AND LOT-SHARES(P2-LOT-IDX) > ZERO
043567         PERFORM 1924-TAKE-LOT-SHARES THRU 1924-EXIT
043567     END-IF.
043567 1922-EXIT.
043567     EXIT.

043567 1923-TAKE-OLDEST-LOT.
043567     IF LOT-ACCOUNT(P2-LOT-IDX) = CRW-ACCOUNT
043567        AND LOT-SYMBOL(P2-LOT-IDX) = CRW-SYMBOL
043567        AND LOT-SHARES(P2-LOT-IDX) > ZERO
043567         PERFORM 1924-TAKE-LOT-SHARES THRU 1924-EXIT
043567     END-IF.
043567 1923-EXIT.
043567     EXIT.

043567 1924-TAKE-LOT-SHARES.
043567     IF LOT-SHARES(P2-LOT-IDX) < P2-SELL-REMAINING
043567         MOVE LOT-SHARES(P2-LOT-IDX) TO P2-CORR-TAKE
043567     ELSE
043567         MOVE P2-SELL-REMAINING TO P2-CORR-TAKE
043567     END-IF.
043567     SUBTRACT P2-CORR-TAKE FROM LOT-SHARES(P2-LOT-IDX).
043567     SUBTRACT P2-CORR-TAKE FROM P2-SELL-REMAINING.
043567 1924-EXIT.
043567     EXIT.

043567 1926-RELEASE-RECENT-BUY.
043567     IF BUY-ACCOUNT(P2-BUY-IDX) = CRW-ACCOUNT
043567        AND BUY-SYMBOL(P2-BUY-IDX) = CRW-SYMBOL
043567        AND BUY-DATE(P2-BUY-IDX) = CRW-ORIG-DATE
043567        AND BUY-QUANTITY(P2-BUY-IDX) > BUY-MATCHED(P2-BUY-IDX)
043567         COMPUTE P2-CORR-TAKE =
043567             BUY-QUANTITY(P2-BUY-IDX) - BUY-MATCHED(P2-BUY-IDX)
043567         IF P2-CORR-TAKE > P2-CORR-REMAINING
043567             MOVE P2-CORR-REMAINING TO P2-CORR-TAKE
043567         END-IF
043567         SUBTRACT P2-CORR-TAKE FROM BUY-QUANTITY(P2-BUY-IDX)
043567         SUBTRACT P2-CORR-TAKE FROM P2-CORR-REMAINING
043567     END-IF.
043567 1926-EXIT.
043567     EXIT.

043567*----------------------------------------------------------------
043567* 1930-REVERSE-SELL - put the original sell's shares back.  Each
043567* realized row it booked is taken back by an "R" row dated the
043567* sell's own day with the gain or loss negated, and the cost it
043567* released goes back onto the position: in FIFO mode as lots
043567* filed ahead of the account's open lots, dated no later than
043567* the oldest of them; in average-cost mode blended into the
043567* running average.  The proceeds come back out of cash, and
043567* any superficial-loss window the sell opened is closed.
043567*----------------------------------------------------------------
043567 1930-REVERSE-SELL.
043567     MOVE ZERO TO P2-CORR-COST-BACK.
043567     MOVE ZERO TO P2-CORR-GL-PROCEEDS.
043567     MOVE ZERO TO P2-CORR-GL-COST.
043567     MOVE ZERO TO P2-CORR-BACK-SHARES.
043567     MOVE CRW-SYMBOL TO P2-LOOKUP-SYMBOL.
043567     PERFORM 1353-RESOLVE-TRANS-FX THRU 1353-EXIT.
043567     IF P2-FIFO-REQUESTED
043567         MOVE CRW-ORIG-DATE TO P2-CORR-LOT-DATE
043567         PERFORM 1932-FIND-FRONT-LOT-DATE THRU 1932-EXIT
043567             VARYING P2-LOT-IDX FROM 1 BY 1
043567             UNTIL P2-LOT-IDX > P2-LOT-COUNT
043567     END-IF.
043568*    Taken back last row first, so the reinstated lots - each
043568*    filed ahead of the account's open lots - end up in the
043568*    order the sell consumed them.
043568     PERFORM 1934-REVERSE-ONE-REALIZED THRU 1934-EXIT
043568         VARYING P2-CORR-RVS-SUB FROM P2-CORR-RVS-COUNT BY -1
043568         UNTIL P2-CORR-RVS-SUB = ZERO.
043568     PERFORM 1901-FIND-CORR-POSITION THRU 1901-EXIT.
043568     COMPUTE P2-OLD-COST-BASE =
043568         POS-SHARES(P2-POSITION-FOUND-IDX)
043568         * POS-AVERAGE-COST(P2-POSITION-FOUND-IDX).
043568     IF POS-AVG-FX-RATE(P2-POSITION-FOUND-IDX) = ZERO
043568         MOVE P2-TRANS-FX-RATE
043568             TO POS-AVG-FX-RATE(P2-POSITION-FOUND-IDX)
043568     END-IF.
043568     IF P2-FIFO-REQUESTED
043568         ADD P2-CORR-BACK-SHARES
043568             TO POS-SHARES(P2-POSITION-FOUND-IDX)
043568         PERFORM 1338-RECOST-POSITION THRU 1338-EXIT
043568     ELSE
043568         ADD P2-CORR-ORIG-SHARES
043568             TO POS-SHARES(P2-POSITION-FOUND-IDX)
043568         COMPUTE POS-AVERAGE-COST(P2-POSITION-FOUND-IDX)
043568             ROUNDED = (P2-OLD-COST-BASE + P2-CORR-COST-BACK)
043568             / POS-SHARES(P2-POSITION-FOUND-IDX)
043568     END-IF.
043568     IF P2-CORR-CASH-IDX > ZERO
043568         COMPUTE P2-CASH-AMOUNT = CRW-QUANTITY * CRW-PRICE
043568         SUBTRACT P2-CASH-AMOUNT
043568             FROM CASH-BALANCE(P2-CORR-CASH-IDX)
043568         PERFORM 1778-DROP-PENDING-TRADE THRU 1778-EXIT
043568     END-IF.
043568     MOVE CRW-ACCOUNT TO P2-LOOKUP-ACCOUNT.
043568     PERFORM 1358-FIND-GL-ENTRY THRU 1358-EXIT.
043568     IF P2-GL-FOUND
043568         ADD P2-CORR-GL-PROCEEDS
043568             TO GLE-RVS-PROCEEDS(P2-GL-FOUND-IDX)
043568         ADD P2-CORR-GL-COST
043568             TO GLE-RVS-SELL-COST(P2-GL-FOUND-IDX)
043568     END-IF.
043568     MOVE P2-CORR-ORIG-SHARES TO P2-CORR-REMAINING.
043568     PERFORM 1936-CLOSE-CANDIDATE THRU 1936-EXIT
043568         VARYING P2-SLC-IDX FROM 1 BY 1
043568         UNTIL P2-SLC-IDX > P2-SLC-COUNT
043568            OR P2-CORR-REMAINING = ZERO.
043568 1930-EXIT.
043568     EXIT.

043568 1932-FIND-FRONT-LOT-DATE.
043568     IF LOT-ACCOUNT(P2-LOT-IDX) = CRW-ACCOUNT
043568        AND LOT-SYMBOL(P2-LOT-IDX) = CRW-SYMBOL
043568        AND LOT-SHARES(P2-LOT-IDX) > ZERO
043568        AND LOT-DATE(P2-LOT-IDX) < P2-CORR-LOT-DATE
043568         MOVE LOT-DATE(P2-LOT-IDX) TO P2-CORR-LOT-DATE
043568     END-IF.
043568 1932-EXIT.
043568     EXIT.

043568 1934-REVERSE-ONE-REALIZED.
043568     IF RVS-QUANTITY(P2-CORR-RVS-SUB) = ZERO
043568         GO TO 1934-EXIT
043568     END-IF.
043568     COMPUTE P2-REALIZED-GL ROUNDED =
043568         (RVS-COST(P2-CORR-RVS-SUB) - CRW-PRICE)
043568         * RVS-QUANTITY(P2-CORR-RVS-SUB).
043568     MOVE CRW-ACCOUNT                   TO STG-ACCOUNT.
043568     MOVE CRW-ORIG-DATE                 TO STG-DATE.
043568     MOVE RVS-SYMBOL(P2-CORR-RVS-SUB)   TO STG-SYMBOL.
043568     MOVE RVS-QUANTITY(P2-CORR-RVS-SUB) TO STG-QUANTITY.
043568     MOVE CRW-PRICE                     TO STG-SELL-PRICE.
043568     MOVE RVS-COST(P2-CORR-RVS-SUB)     TO STG-AVERAGE-COST.
043568     MOVE P2-REALIZED-GL                TO STG-GAIN-LOSS.
043568     MOVE "R"                           TO STG-SL-FLAG.
043568     WRITE REALIZED-WORK-RECORD FROM P2-RLG-STAGE.
043568     COMPUTE P2-CORR-COST-BACK = P2-CORR-COST-BACK
043568         + RVS-QUANTITY(P2-CORR-RVS-SUB)
043568         * RVS-COST(P2-CORR-RVS-SUB).
043568     COMPUTE P2-GL-WORK-AMT ROUNDED =
043568         RVS-QUANTITY(P2-CORR-RVS-SUB) * CRW-PRICE
043568         * P2-TRANS-FX-RATE.
043568     ADD P2-GL-WORK-AMT TO P2-CORR-GL-PROCEEDS.
043568     COMPUTE P2-GL-WORK-AMT2 ROUNDED =
043568         RVS-QUANTITY(P2-CORR-RVS-SUB)
043568         * RVS-COST(P2-CORR-RVS-SUB) * P2-TRANS-FX-RATE.
043568     ADD P2-GL-WORK-AMT2 TO P2-CORR-GL-COST.
043568     IF P2-FIFO-REQUESTED
043568         COMPUTE P2-CORR-LOT-SHARES ROUNDED =
043568             RVS-QUANTITY(P2-CORR-RVS-SUB) * P2-CORR-FACTOR
043568         COMPUTE P2-CORR-LOT-COST ROUNDED =
043568             RVS-COST(P2-CORR-RVS-SUB) / P2-CORR-FACTOR
043568         SET P2-CORR-LOT-FRONT TO TRUE
043568         PERFORM 1938-INSERT-CORR-LOT THRU 1938-EXIT
043568         ADD P2-CORR-LOT-SHARES TO P2-CORR-BACK-SHARES
043568     END-IF.
043568     MOVE CRW-ACCOUNT                 TO P2-RLG-WK-ACCOUNT.
043568     MOVE RVS-SYMBOL(P2-CORR-RVS-SUB) TO P2-RLG-WK-SYMBOL.
043568     PERFORM 1345-FIND-REALIZED THRU 1345-EXIT.
043568     IF NOT P2-REALIZED-FOUND
043568         PERFORM 1347-ADD-REALIZED-CHECKED THRU 1347-EXIT
043568         IF NOT P2-RGL-STORED
043568             GO TO 1934-EXIT
043568         END-IF
043568     END-IF.
043568     ADD P2-REALIZED-GL TO RGL-TOTAL-GL(P2-REALIZED-FOUND-IDX).
043568     ADD P2-REALIZED-GL TO P2-TOTAL-REALIZED.
043568     IF CRW-ORIG-DATE(1:4) = P2-RUN-DATE(1:4)
043568         ADD P2-REALIZED-GL
043568             TO RGL-YTD-GL(P2-REALIZED-FOUND-IDX)
043568         ADD P2-REALIZED-GL TO P2-TOTAL-REALIZED-YTD
043568     END-IF.
043568 1934-EXIT.
043568     EXIT.

043568 1936-CLOSE-CANDIDATE.
043568     IF SLC-ACCOUNT(P2-SLC-IDX) = CRW-ACCOUNT
043568        AND SLC-SYMBOL(P2-SLC-IDX) = CRW-SYMBOL
043568        AND SLC-SALE-DATE(P2-SLC-IDX) = CRW-ORIG-DATE
043568        AND SLC-QUANTITY(P2-SLC-IDX) > ZERO
043568         IF SLC-QUANTITY(P2-SLC-IDX) < P2-CORR-REMAINING
043568             MOVE SLC-QUANTITY(P2-SLC-IDX) TO P2-CORR-TAKE
043568         ELSE
043568             MOVE P2-CORR-REMAINING TO P2-CORR-TAKE
043568         END-IF
043568         SUBTRACT P2-CORR-TAKE FROM SLC-QUANTITY(P2-SLC-IDX)
043568         SUBTRACT P2-CORR-TAKE FROM P2-CORR-REMAINING
043568     END-IF.
043568 1936-EXIT.
043568     EXIT.

043568*----------------------------------------------------------------
043568* 1938-INSERT-CORR-LOT - file a lot for the correction's account
043568* and symbol: ahead of all its lots when reinstating shares a
043568* cancelled sell took from the front, otherwise ahead of the
043568* first lot acquired after it, so the front-to-back scan in
043568* 1342 still meets them oldest first.  A lost lot would leave
043568* the position holding shares the lots cannot account for, so
043568* an overflow rejects and fails the run's controls, as in 1334.
043568*----------------------------------------------------------------
043568 1938-INSERT-CORR-LOT.
043568     IF P2-LOT-COUNT >= 20000
043568         MOVE SPACES      TO REJECTED-RECORD
043568         MOVE CRW-ACCOUNT TO REJ-ACCOUNT
043568         MOVE CRW-SYMBOL  TO REJ-SYMBOL
043568         MOVE "LOT TABLE OVERFLOW" TO REJ-REASON
043568         WRITE REJECTED-RECORD
043568         SET P2-CTL-FAILED TO TRUE
043568         GO TO 1938-EXIT
043568     END-IF.
043568     ADD 1 TO P2-LOT-COUNT.
043568     MOVE P2-LOT-COUNT TO P2-INSERT-AT.
043568     MOVE "N" TO P2-SW-INSERT-FOUND.
043568     PERFORM 1939-FIND-CORR-LOT-POINT THRU 1939-EXIT
043568         VARYING P2-SCAN-SUB FROM 1 BY 1
043568         UNTIL P2-SCAN-SUB >= P2-LOT-COUNT
043568            OR P2-INSERT-FOUND.
043568     COMPUTE P2-SHIFT-SUB = P2-LOT-COUNT - 1.
043568     PERFORM 1838-SHIFT-LOT-ENTRY THRU 1838-EXIT
043568         UNTIL P2-SHIFT-SUB < P2-INSERT-AT.
043568     MOVE CRW-ACCOUNT        TO LOT-ACCOUNT(P2-INSERT-AT).
043568     MOVE CRW-SYMBOL         TO LOT-SYMBOL(P2-INSERT-AT).
043568     MOVE P2-CORR-LOT-DATE   TO LOT-DATE(P2-INSERT-AT).
043568     MOVE P2-CORR-LOT-SHARES TO LOT-SHARES(P2-INSERT-AT).
043568     MOVE P2-CORR-LOT-COST   TO LOT-COST(P2-INSERT-AT).
043568 1938-EXIT.
043568     EXIT.

043568 1939-FIND-CORR-LOT-POINT.
043568     IF LOT-ACCOUNT(P2-SCAN-SUB) = CRW-ACCOUNT
043568        AND LOT-SYMBOL(P2-SCAN-SUB) = CRW-SYMBOL
043568        AND (P2-CORR-LOT-FRONT
043568             OR LOT-DATE(P2-SCAN-SUB) > P2-CORR-LOT-DATE)
043568         MOVE P2-SCAN-SUB TO P2-INSERT-AT
043568         SET P2-INSERT-FOUND TO TRUE
043568     END-IF.
043568 1939-EXIT.
043568     EXIT.

043568*----------------------------------------------------------------
043568* 1940-REBOOK-TRADE - book the corrected trade as it should have
043568* gone in on its original date, in today's shares: the
043568* quantity multiplied and the price divided by the splits
043568* since.  It posts through 1330 like any buy or sell - cost,
043568* lots, realized rows, superficial-loss check, cash and journal
043568* - and a FIFO buy's new lot is then refiled in date order
043568* instead of at the back.  Cash is trued up to the trade's own
043568* quantity times price, which the split restatement can miss
043568* by a rounding cent.
043568*----------------------------------------------------------------
043568 1940-REBOOK-TRADE.
043568     MOVE CRW-ORIG-DATE      TO TRANS-DATE.
043568     MOVE CRW-ORIG-CODE      TO TRANS-CODE.
043569     MOVE P2-CORR-NEW-SHARES TO TRANS-QUANTITY.
043569     COMPUTE TRANS-PRICE ROUNDED =
043569         P2-CORR-NEW-PRICE / P2-CORR-FACTOR.
043569     PERFORM 1901-FIND-CORR-POSITION THRU 1901-EXIT.
043569     MOVE P2-LOT-COUNT TO P2-CORR-SAVE-LOTS.
043569     PERFORM 1330-POST-TRANSACTION THRU 1330-EXIT.
043569     IF P2-FIFO-REQUESTED AND TRANS-IS-BUY
043569        AND P2-LOT-COUNT > P2-CORR-SAVE-LOTS
043569         MOVE LOT-DATE(P2-LOT-COUNT)   TO P2-CORR-LOT-DATE
043569         MOVE LOT-SHARES(P2-LOT-COUNT) TO P2-CORR-LOT-SHARES
043569         MOVE LOT-COST(P2-LOT-COUNT)   TO P2-CORR-LOT-COST
043569         SUBTRACT 1 FROM P2-LOT-COUNT
043569         MOVE "N" TO P2-SW-CORR-LOT-FRONT
043569         PERFORM 1938-INSERT-CORR-LOT THRU 1938-EXIT
043569     END-IF.
043569     IF P2-CORR-CASH-IDX > ZERO
043569         COMPUTE P2-CASH-AMOUNT =
043569             TRANS-QUANTITY * TRANS-PRICE
043569             - P2-CORR-NEW-QTY * P2-CORR-NEW-PRICE
043569         IF TRANS-IS-BUY
043569             ADD P2-CASH-AMOUNT TO CASH-BALANCE(P2-CORR-CASH-IDX)
043569         ELSE
043569             SUBTRACT P2-CASH-AMOUNT
043569                 FROM CASH-BALANCE(P2-CORR-CASH-IDX)
043569         END-IF
043569     END-IF.
043569     IF P2-PND-ADDED-IDX > ZERO
043569         COMPUTE PND-AMOUNT(P2-PND-ADDED-IDX) =
043569             P2-CORR-NEW-QTY * P2-CORR-NEW-PRICE
043569     END-IF.
043569     MOVE P2-CORR-ROW TO TRANSACTION-RECORD.
043569 1940-EXIT.
043569     EXIT.

043569*----------------------------------------------------------------
043569* 1950-RESTATE-DIVIDENDS - every dividend already captured with
043569* an ex-date after the original trade date was captured on the
043569* wrong share count.  The difference in shares at the ex-date,
043569* restated through the splits up to it, times the rate is
043569* booked as an adjusting entitlement on the event's pay date -
043569* paid at once if that date has come, carried on the master
043569* otherwise.
043569*----------------------------------------------------------------
043569 1950-RESTATE-DIVIDENDS.
043569     PERFORM 1952-RESTATE-ONE-EVENT THRU 1952-EXIT
043569         VARYING P2-CORR-DEV-SUB FROM 1 BY 1
043569         UNTIL P2-CORR-DEV-SUB > P2-DIVEVENT-COUNT.
043569 1950-EXIT.
043569     EXIT.

043569 1952-RESTATE-ONE-EVENT.
043569     IF NOT DEV-CAPTURED(P2-CORR-DEV-SUB)
043569        OR DEV-EX-DATE(P2-CORR-DEV-SUB) NOT > CRW-ORIG-DATE
043569         GO TO 1952-EXIT
043569     END-IF.
043569     MOVE DEV-SYMBOL(P2-CORR-DEV-SUB) TO P2-REMAP-SYMBOL.
043569     PERFORM 1371-REMAP-SYMBOL THRU 1371-EXIT.
043569     IF P2-REMAP-SYMBOL NOT = CRW-SYMBOL
043569         GO TO 1952-EXIT
043569     END-IF.
043569     MOVE DEV-EX-DATE(P2-CORR-DEV-SUB) TO P2-CORR-FACTOR-TO.
043569     PERFORM 1904-SET-SPLIT-FACTOR THRU 1904-EXIT.
043569     COMPUTE P2-CORR-ORIG-EX ROUNDED =
043569         CRW-QUANTITY * P2-CORR-WORK-FACTOR.
043569     COMPUTE P2-CORR-NEW-EX ROUNDED =
043569         P2-CORR-NEW-QTY * P2-CORR-WORK-FACTOR.
043569     IF CRW-ORIG-WAS-BUY
043569         COMPUTE P2-CORR-EX-SHARES =
043569             P2-CORR-NEW-EX - P2-CORR-ORIG-EX
043569     ELSE
043569         COMPUTE P2-CORR-EX-SHARES =
043569             P2-CORR-ORIG-EX - P2-CORR-NEW-EX
043569     END-IF.
043569     IF P2-CORR-EX-SHARES = ZERO
043569         GO TO 1952-EXIT
043569     END-IF.
043569     IF P2-ENTITLE-COUNT >= 10000
043569         MOVE SPACES      TO REJECTED-RECORD
043569         MOVE CRW-ACCOUNT TO REJ-ACCOUNT
043569         MOVE CRW-SYMBOL  TO REJ-SYMBOL
043569         MOVE "ENTITLE TABLE OVERFLOW" TO REJ-REASON
043569         WRITE REJECTED-RECORD
043569         SET P2-CTL-FAILED TO TRUE
043569         GO TO 1952-EXIT
043569     END-IF.
043569     COMPUTE P2-CORR-DIV-ADJ ROUNDED =
043569         P2-CORR-EX-SHARES * DEV-RATE(P2-CORR-DEV-SUB).
043569     ADD 1 TO P2-ENTITLE-COUNT.
043569     SET P2-ENT-IDX TO P2-ENTITLE-COUNT.
043569     MOVE CRW-ACCOUNT     TO ENT-ACCOUNT(P2-ENT-IDX).
043569     MOVE CRW-SYMBOL      TO ENT-SYMBOL(P2-ENT-IDX).
043569     MOVE DEV-PAY-DATE(P2-CORR-DEV-SUB)
043569         TO ENT-PAY-DATE(P2-ENT-IDX).
043569     MOVE P2-CORR-DIV-ADJ TO ENT-AMOUNT(P2-ENT-IDX).
043569     MOVE "N"             TO ENT-PAID-FLAG(P2-ENT-IDX).
043569     ADD P2-CORR-DIV-ADJ TO P2-CORR-DIV-TOTAL.
043569     SET P2-CORR-POSTING TO TRUE.
043569     PERFORM 1562-PAY-ONE-ENTITLEMENT THRU 1562-EXIT.
043569     MOVE "N" TO P2-SW-CORR-POSTING.
043569     IF ENT-PAID(P2-ENT-IDX)
043569         ADD P2-CORR-DIV-ADJ TO P2-CORR-DIV-PAID
043569     END-IF.
043569 1952-EXIT.
043569     EXIT.

043569*----------------------------------------------------------------
043569* 1970-PROVE-CORRECTION - the account's position and cash must
043569* have moved by exactly the difference between the trade as
043569* booked and as corrected, plus any dividend restated and paid;
043569* anything else means part of the correction went astray.  The
043569* before and after figures are listed either way, and a
043569* correction that does not net out fails the run's controls so
043569* the master is not rewritten on top of it.
043569*----------------------------------------------------------------
043569 1970-PROVE-CORRECTION.
043569     IF CRW-ORIG-WAS-BUY
043569         COMPUTE P2-CORR-EXP-SHARES =
043569             P2-CORR-NEW-SHARES - P2-CORR-ORIG-SHARES
043569         COMPUTE P2-CORR-EXP-CASH =
043569             CRW-QUANTITY * CRW-PRICE
043569             - P2-CORR-NEW-QTY * P2-CORR-NEW-PRICE
043569             + P2-CORR-DIV-PAID
043569     ELSE
043569         COMPUTE P2-CORR-EXP-SHARES =
043569             P2-CORR-ORIG-SHARES - P2-CORR-NEW-SHARES
043569         COMPUTE P2-CORR-EXP-CASH =
043569             P2-CORR-NEW-QTY * P2-CORR-NEW-PRICE
043569             - CRW-QUANTITY * CRW-PRICE
043569             + P2-CORR-DIV-PAID
043569     END-IF.
043569     PERFORM 1901-FIND-CORR-POSITION THRU 1901-EXIT.
043569     COMPUTE P2-CORR-ACT-SHARES =
043569         POS-SHARES(P2-POSITION-FOUND-IDX) - P2-CORR-BEF-SHARES.
043569     MOVE ZERO TO P2-CORR-ACT-CASH.
043569     MOVE ZERO TO CRR-AFT-CASH.
043569     IF P2-CORR-CASH-IDX > ZERO
043569         COMPUTE P2-CORR-ACT-CASH =
043569             CASH-BALANCE(P2-CORR-CASH-IDX) - P2-CORR-BEF-CASH
043569         MOVE CASH-BALANCE(P2-CORR-CASH-IDX) TO CRR-AFT-CASH
043569     ELSE
043569         MOVE P2-CORR-EXP-CASH TO P2-CORR-ACT-CASH
043569     END-IF.
043569     MOVE CRW-ACCOUNT   TO CRR-ACCOUNT.
043569     MOVE CRW-SYMBOL    TO CRR-SYMBOL.
043569     MOVE CRW-ORIG-DATE TO CRR-ORIG-DATE.
043569     IF CRW-IS-CANCEL
043569         IF CRW-ORIG-WAS-BUY
043569             MOVE "CANCEL BUY" TO CRR-ACTION
043569         ELSE
043569             MOVE "CANCEL SELL" TO CRR-ACTION
043569         END-IF
043569     ELSE
043569         IF CRW-ORIG-WAS-BUY
043569             MOVE "CORRECT BUY" TO CRR-ACTION
043569         ELSE
043569             MOVE "CORRECT SELL" TO CRR-ACTION
043569         END-IF
043569     END-IF.
043569     MOVE P2-CORR-BEF-SHARES TO CRR-BEF-SHARES.
043569     MOVE P2-CORR-BEF-COST   TO CRR-BEF-COST.
043569     MOVE P2-CORR-BEF-CASH   TO CRR-BEF-CASH.
043569     MOVE POS-SHARES(P2-POSITION-FOUND-IDX) TO CRR-AFT-SHARES.
043569     MOVE POS-AVERAGE-COST(P2-POSITION-FOUND-IDX)
043569         TO CRR-AFT-COST.
043569     IF P2-CORR-ACT-SHARES = P2-CORR-EXP-SHARES
043569        AND P2-CORR-ACT-CASH = P2-CORR-EXP-CASH
043569         MOVE "IN BALANCE" TO CRR-STATUS
043569     ELSE
043569         MOVE "OUT OF BAL" TO CRR-STATUS
043569         ADD 1 TO P2-CTL-CORR-UNBAL
043569         SET P2-CTL-FAILED TO TRUE
043569     END-IF.
043569     WRITE CORRECTION-REPORT-RECORD FROM P2-CRR-LINE.
043569     MOVE CRW-QUANTITY      TO CRN-ORIG-QTY.
043569     MOVE CRW-PRICE         TO CRN-ORIG-PRICE.
043569     MOVE P2-CORR-NEW-QTY   TO CRN-NEW-QTY.
043569     MOVE P2-CORR-NEW-PRICE TO CRN-NEW-PRICE.
043569     IF P2-CORR-NEW-QTY > ZERO
043569         MOVE " @ " TO CRN-NEW-AT
043569     ELSE
043569         MOVE SPACES TO CRN-NEW-AT
043569     END-IF.
043569     MOVE P2-CORR-FACTOR    TO CRN-FACTOR.
043569     MOVE P2-CORR-DIV-TOTAL TO CRN-DIV-ADJ.
043569     WRITE CORRECTION-REPORT-RECORD FROM P2-CRN-LINE.
043569 1970-EXIT.
043570     EXIT.

043580*----------------------------------------------------------------
045500         ADD P2-MARKET-VALUE
045510             TO SEC-MARKET-VALUE(P2-SEC-FOUND-IDX)
045520     END-IF.
045525     PERFORM 2240-ADD-COMPLIANCE-HOLDING THRU 2240-EXIT.
045530 2200-EXIT.
045540     EXIT.

046390     MOVE P2-WORK-SECTOR TO SEC-CODE(P2-SEC-FOUND-IDX).
046400     MOVE ZERO TO SEC-MARKET-VALUE(P2-SEC-FOUND-IDX).
046410 2238-EXIT.
046410     EXIT.

046410*----------------------------------------------------------------
046411* 2240-ADD-COMPLIANCE-HOLDING - keep the position just priced,
046411* with its sector and CAD market value, for the compliance
046411* check pass.  The position table is in account order, so the
046412* holdings gathered here are too.  A holding the table cannot
046412* keep would drop out of its account's value and limits
046412* unseen, so the overflow fails the run's controls.
046413*----------------------------------------------------------------
046413 2240-ADD-COMPLIANCE-HOLDING.
046413     IF POS-SHARES(P2-POS-IDX) = ZERO
046414         GO TO 2240-EXIT
046414     END-IF.
046414     IF P2-CMH-COUNT >= 10000
046415         MOVE SPACES TO REJECTED-RECORD
046415         MOVE POS-ACCOUNT(P2-POS-IDX) TO REJ-ACCOUNT
046415         MOVE POS-SYMBOL(P2-POS-IDX)  TO REJ-SYMBOL
046416         MOVE "COMP TABLE OVERFLOW" TO REJ-REASON
046416         WRITE REJECTED-RECORD
046416         SET P2-CTL-FAILED TO TRUE
046417         GO TO 2240-EXIT
046417     END-IF.
046417     ADD 1 TO P2-CMH-COUNT.
046418     SET P2-CMH-IDX TO P2-CMH-COUNT.
046418     MOVE POS-ACCOUNT(P2-POS-IDX) TO CMH-ACCOUNT(P2-CMH-IDX).
046418     MOVE POS-SYMBOL(P2-POS-IDX)  TO CMH-SYMBOL(P2-CMH-IDX).
046419     MOVE P2-WORK-SECTOR          TO CMH-SECTOR(P2-CMH-IDX).
046419     MOVE P2-MARKET-VALUE         TO CMH-VALUE(P2-CMH-IDX).
046419 2240-EXIT.
046420     EXIT.

046430 2300-WRITE-EXCEPTION.
047390     MOVE "NO PRICE FOR AS-OF DATE"    TO REJ-REASON.
047400     WRITE REJECTED-RECORD.
047410 2335-EXIT.
047410     EXIT.

047410*----------------------------------------------------------------
047410* 2400-CHECK-COMPLIANCE - once every position is priced, check
047410* each account's holdings against the compliance rules and list
047410* the breaches on COMPLIANCE-REPORT-OUT.  Each breach keeps the
047410* date it was first breached from the compliance master, and
047410* whatever the master held that no longer breaches is reported
047410* resolved.  No rules file (or an as-of run, whose past
047410* positions would raise breaches long since dealt with) skips
047410* the check and leaves the master as it was.
047410*----------------------------------------------------------------
047410 2400-CHECK-COMPLIANCE.
047410     OPEN OUTPUT COMPLIANCE-REPORT-OUT.
047410     MOVE P2-RUN-DATE TO CPR-TITLE-DATE.
047410     WRITE COMPLIANCE-REPORT-RECORD FROM P2-CPR-TITLE.
047410     MOVE SPACES TO COMPLIANCE-REPORT-RECORD.
047410     WRITE COMPLIANCE-REPORT-RECORD.
047410     IF P2-ASOF-REQUESTED
047410         MOVE "AS-OF RUN - NOT RUN" TO COMPLIANCE-REPORT-RECORD
047410         WRITE COMPLIANCE-REPORT-RECORD
047410         CLOSE COMPLIANCE-REPORT-OUT
047410         GO TO 2400-EXIT
047410     END-IF.
047410     OPEN INPUT COMPLIANCE-RULE-FILE-IN.
047410     IF P2-CMR-FILE-STATUS = "35"
047410         MOVE "NO COMPLIANCE RULES FILE - NOT RUN"
047410             TO COMPLIANCE-REPORT-RECORD
047410         WRITE COMPLIANCE-REPORT-RECORD
047410         CLOSE COMPLIANCE-REPORT-OUT
047410         GO TO 2400-EXIT
047410     END-IF.
047410     PERFORM 2402-READ-RULE THRU 2402-EXIT.
047410     PERFORM 2404-LOAD-RULE-TABLE THRU 2404-EXIT
047410         UNTIL P2-EOF-CMR.
047410     CLOSE COMPLIANCE-RULE-FILE-IN.
047410     SET P2-CMP-RAN TO TRUE.
047410     PERFORM 2406-LOAD-COMPLIANCE-MASTER THRU 2406-EXIT.
047410     WRITE COMPLIANCE-REPORT-RECORD FROM P2-CPR-HEADER.
047410     MOVE 1 TO P2-CMH-START.
047410     PERFORM 2410-CHECK-ONE-ACCOUNT THRU 2410-EXIT
047410         UNTIL P2-CMH-START > P2-CMH-COUNT.
047410     MOVE "N" TO P2-SW-SECTION-HDR.
047410     PERFORM 2470-REPORT-ONE-RESOLVED THRU 2470-EXIT
047410         VARYING P2-CMM-IDX FROM 1 BY 1
047410         UNTIL P2-CMM-IDX > P2-CMM-COUNT.
047410     PERFORM 2480-WRITE-COMPLIANCE-TOTALS THRU 2480-EXIT.
047410     CLOSE COMPLIANCE-REPORT-OUT.
047410 2400-EXIT.
047410     EXIT.

047410 2402-READ-RULE.
047410     READ COMPLIANCE-RULE-FILE-IN
047410         AT END SET P2-EOF-CMR TO TRUE
047410     END-READ.
047410 2402-EXIT.
047410     EXIT.

047410*----------------------------------------------------------------
047411* 2404-LOAD-RULE-TABLE - keep one rule.  A row with an unknown
047411* type, no code on a list rule or no usable limit on a
047411* percentage rule is rejected and counted on the report.  A
047411* rule the table cannot hold would let a breach through
047411* unseen, so the overflow fails the run's controls.  ALL is
047411* kept as a blank scope.
047411*----------------------------------------------------------------
047411 2404-LOAD-RULE-TABLE.
047411     IF NOT CRL-IS-VALID-TYPE
047411        OR ((CRL-IS-RESTRICTED OR CRL-IS-WATCH
047411             OR CRL-IS-PERMITTED)
047411            AND CRL-CODE = SPACES)
047411        OR ((CRL-IS-ISSUER-MAX OR CRL-IS-SECTOR-MAX)
047411            AND CRL-LIMIT-PCT NOT NUMERIC)
047411         MOVE SPACES TO REJECTED-RECORD
047411         MOVE CRL-SCOPE TO REJ-ACCOUNT
047411         MOVE CRL-CODE  TO REJ-SYMBOL
047411         MOVE "BAD COMPLIANCE RULE" TO REJ-REASON
047411         WRITE REJECTED-RECORD
047411         ADD 1 TO P2-CMP-BAD-RULES
047411         GO TO 2404-NEXT
047411     END-IF.
047411     IF P2-CMR-COUNT >= 500
047411         MOVE SPACES TO REJECTED-RECORD
047411         MOVE CRL-SCOPE TO REJ-ACCOUNT
047411         MOVE CRL-CODE  TO REJ-SYMBOL
047411         MOVE "COMP RULE OVERFLOW" TO REJ-REASON
047411         WRITE REJECTED-RECORD
047411         SET P2-CTL-FAILED TO TRUE
047411         GO TO 2404-NEXT
047411     END-IF.
047411     ADD 1 TO P2-CMR-COUNT.
047411     SET P2-CMR-IDX TO P2-CMR-COUNT.
047411     MOVE CRL-RULE-TYPE TO CMR-RULE-TYPE(P2-CMR-IDX).
047411     IF CRL-SCOPE = "ALL "
047411         MOVE SPACES TO CMR-SCOPE(P2-CMR-IDX)
047411     ELSE
047411         MOVE CRL-SCOPE TO CMR-SCOPE(P2-CMR-IDX)
047411     END-IF.
047411     MOVE CRL-CODE TO CMR-CODE(P2-CMR-IDX).
047411     IF CRL-IS-ISSUER-MAX OR CRL-IS-SECTOR-MAX
047411         MOVE CRL-LIMIT-PCT TO CMR-LIMIT(P2-CMR-IDX)
047411     ELSE
047411         MOVE ZERO TO CMR-LIMIT(P2-CMR-IDX)
047411     END-IF.
047411 2404-NEXT.
047411     PERFORM 2402-READ-RULE THRU 2402-EXIT.
047411 2404-EXIT.
047411     EXIT.

047411*----------------------------------------------------------------
047411* 2406-LOAD-COMPLIANCE-MASTER - load the breaches carried
047411* forward from the last checked run.  No file yet just means
047411* every breach found today is first breached today.
047411*----------------------------------------------------------------
047411 2406-LOAD-COMPLIANCE-MASTER.
047411     OPEN INPUT COMPLIANCE-MASTER-FILE.
047412     IF P2-CMM-FILE-STATUS = "35"
047412         GO TO 2406-EXIT
047412     END-IF.
047412     PERFORM 2407-READ-COMPLIANCE-MASTER THRU 2407-EXIT.
047412     PERFORM 2408-LOAD-CMM-TABLE THRU 2408-EXIT
047412         UNTIL P2-EOF-CMM.
047412     CLOSE COMPLIANCE-MASTER-FILE.
047412 2406-EXIT.
047412     EXIT.

047412 2407-READ-COMPLIANCE-MASTER.
047412     READ COMPLIANCE-MASTER-FILE
047412         AT END SET P2-EOF-CMM TO TRUE
047412     END-READ.
047412 2407-EXIT.
047412     EXIT.

047412 2408-LOAD-CMM-TABLE.
047412     IF P2-CMM-COUNT >= 5000
047412         MOVE SPACES     TO REJECTED-RECORD
047412         MOVE CM-ACCOUNT TO REJ-ACCOUNT
047412         MOVE CM-CODE    TO REJ-SYMBOL
047412         MOVE "COMP MASTER OVERFLOW" TO REJ-REASON
047412         WRITE REJECTED-RECORD
047412         GO TO 2408-NEXT
047412     END-IF.
047412     ADD 1 TO P2-CMM-COUNT.
047412     SET P2-CMM-IDX TO P2-CMM-COUNT.
047412     MOVE CM-ACCOUNT        TO CMM-ACCOUNT(P2-CMM-IDX).
047412     MOVE CM-RULE-TYPE      TO CMM-RULE-TYPE(P2-CMM-IDX).
047412     MOVE CM-CODE           TO CMM-CODE(P2-CMM-IDX).
047412     MOVE CM-FIRST-BREACHED TO CMM-FIRST-BREACHED(P2-CMM-IDX).
047412     MOVE "N"               TO CMM-MATCHED-FLAG(P2-CMM-IDX).
047412 2408-NEXT.
047412     PERFORM 2407-READ-COMPLIANCE-MASTER THRU 2407-EXIT.
047412 2408-EXIT.
047412     EXIT.

047412*----------------------------------------------------------------
047412* 2410-CHECK-ONE-ACCOUNT - check the account whose holdings
047412* start at P2-CMH-START: total its value (holdings plus cash)
047412* and its sectors, look up its account type, then test each
047412* holding and each sector.  Leaves P2-CMH-START on the next
047412* account's first holding.
047412*----------------------------------------------------------------
047412 2410-CHECK-ONE-ACCOUNT.
047412     MOVE CMH-ACCOUNT(P2-CMH-START) TO P2-CMP-ACCOUNT.
047412     ADD 1 TO P2-CMP-ACCT-COUNT.
047412     MOVE ZERO TO P2-CMP-ACCT-VALUE.
047412     MOVE ZERO TO P2-CMS-COUNT.
047412     COMPUTE P2-CMH-END = P2-CMH-COUNT + 1.
047412     MOVE "N" TO P2-SW-CMP-ACCT-DONE.
047412     PERFORM 2412-SUM-ONE-HOLDING THRU 2412-EXIT
047412         VARYING P2-CMH-IDX FROM P2-CMH-START BY 1
047412         UNTIL P2-CMH-IDX > P2-CMH-COUNT
047412            OR P2-CMP-ACCT-DONE.
047412     MOVE P2-CMP-ACCOUNT TO P2-LOOKUP-ACCOUNT.
047412     MOVE "N" TO P2-SW-CASH-FOUND.
047412     PERFORM 1357-COMPARE-CASH-ENTRY
047413         VARYING P2-CASH-IDX FROM 1 BY 1
047413         UNTIL P2-CASH-IDX > P2-CASH-COUNT
047413            OR P2-CASH-FOUND.
047413     IF P2-CASH-FOUND
047413         ADD CASH-BALANCE(P2-CASH-FOUND-IDX) TO P2-CMP-ACCT-VALUE
047413     END-IF.
047413     PERFORM 1260-FIND-ACCT-MASTER THRU 1260-EXIT.
047413     IF P2-ACCTM-FOUND
047413         MOVE ACCTM-TYPE(P2-ACCTM-FOUND-IDX) TO P2-CMP-ACCT-TYPE
047413     ELSE
047413         MOVE SPACES TO P2-CMP-ACCT-TYPE
047413     END-IF.
047413     PERFORM 2420-CHECK-ONE-HOLDING THRU 2420-EXIT
047413         VARYING P2-CMH-IDX FROM P2-CMH-START BY 1
047413         UNTIL P2-CMH-IDX >= P2-CMH-END.
047413     PERFORM 2430-CHECK-ONE-SECTOR THRU 2430-EXIT
047413         VARYING P2-CMS-IDX FROM 1 BY 1
047413         UNTIL P2-CMS-IDX > P2-CMS-COUNT.
047413     MOVE P2-CMH-END TO P2-CMH-START.
047413 2410-EXIT.
047413     EXIT.

047413*----------------------------------------------------------------
047413* 2412-SUM-ONE-HOLDING - add one holding into the account's
047413* value and its sector's total; the first holding of the next
047413* account marks where this account ends.  A sector the table
047413* cannot hold would escape its limit, so the overflow fails
047413* the run's controls.
047413*----------------------------------------------------------------
047413 2412-SUM-ONE-HOLDING.
047413     IF CMH-ACCOUNT(P2-CMH-IDX) NOT = P2-CMP-ACCOUNT
047413         SET P2-CMH-END TO P2-CMH-IDX
047413         SET P2-CMP-ACCT-DONE TO TRUE
047413         GO TO 2412-EXIT
047413     END-IF.
047413     ADD CMH-VALUE(P2-CMH-IDX) TO P2-CMP-ACCT-VALUE.
047413     MOVE "N" TO P2-SW-CMS-FOUND.
047413     PERFORM 2414-COMPARE-CMS-SECTOR THRU 2414-EXIT
047413         VARYING P2-CMS-IDX FROM 1 BY 1
047413         UNTIL P2-CMS-IDX > P2-CMS-COUNT
047413            OR P2-CMS-FOUND.
047413     IF NOT P2-CMS-FOUND
047413         IF P2-CMS-COUNT >= 50
047413             MOVE SPACES TO REJECTED-RECORD
047413             MOVE P2-CMP-ACCOUNT TO REJ-ACCOUNT
047413             MOVE CMH-SECTOR(P2-CMH-IDX) TO REJ-SYMBOL
047413             MOVE "COMP SECTOR OVERFLOW" TO REJ-REASON
047413             WRITE REJECTED-RECORD
047413             SET P2-CTL-FAILED TO TRUE
047413             GO TO 2412-EXIT
047413         END-IF
047413         ADD 1 TO P2-CMS-COUNT
047413         SET P2-CMS-IDX TO P2-CMS-COUNT
047413         MOVE CMH-SECTOR(P2-CMH-IDX) TO CMS-SECTOR(P2-CMS-IDX)
047413         MOVE ZERO TO CMS-VALUE(P2-CMS-IDX)
047413     END-IF.
047413     ADD CMH-VALUE(P2-CMH-IDX) TO CMS-VALUE(P2-CMS-IDX).
047414 2412-EXIT.
047414     EXIT.

047414 2414-COMPARE-CMS-SECTOR.
047414     IF CMS-SECTOR(P2-CMS-IDX) = CMH-SECTOR(P2-CMH-IDX)
047414         SET P2-CMS-FOUND TO TRUE
047414     END-IF.
047414 2414-EXIT.
047414     EXIT.

047414*----------------------------------------------------------------
047414* 2420-CHECK-ONE-HOLDING - a holding breaches when its symbol
047414* is restricted for the account, or when it makes up more of
047414* the account's value than the issuer limit allows; a
047414* watch-list symbol is listed without being a breach.
047414*----------------------------------------------------------------
047414 2420-CHECK-ONE-HOLDING.
047414     MOVE CMH-SYMBOL(P2-CMH-IDX) TO P2-CMP-CODE.
047414     MOVE CMH-VALUE(P2-CMH-IDX)  TO P2-CMP-VALUE.
047414     PERFORM 2425-COMPUTE-PCT THRU 2425-EXIT.
047414     MOVE "R" TO P2-CMP-RULE-TYPE.
047414     PERFORM 2440-FIND-LIST-RULE THRU 2440-EXIT.
047414     IF P2-CMP-RULE-HIT
047414         PERFORM 2450-WRITE-BREACH THRU 2450-EXIT
047414     END-IF.
047414     MOVE "W" TO P2-CMP-RULE-TYPE.
047414     PERFORM 2440-FIND-LIST-RULE THRU 2440-EXIT.
047414     IF P2-CMP-RULE-HIT
047414         PERFORM 2450-WRITE-BREACH THRU 2450-EXIT
047414     END-IF.
047414     MOVE "I" TO P2-CMP-RULE-TYPE.
047414     PERFORM 2444-FIND-LIMIT THRU 2444-EXIT.
047414     IF P2-CMP-LIMIT-FOUND AND P2-CMP-ACCT-VALUE > ZERO
047414        AND P2-CMP-PCT > P2-CMP-LIMIT
047414         PERFORM 2450-WRITE-BREACH THRU 2450-EXIT
047414     END-IF.
047414 2420-EXIT.
047414     EXIT.

047414*----------------------------------------------------------------
047414* 2425-COMPUTE-PCT - the share of the account's value in
047414* P2-CMP-VALUE.  An account worth nothing or less (cash
047414* overdrawn past its holdings) has no meaningful percentage,
047414* so its limits are not tested.
047414*----------------------------------------------------------------
047414 2425-COMPUTE-PCT.
047414     IF P2-CMP-ACCT-VALUE > ZERO
047414         COMPUTE P2-CMP-PCT ROUNDED =
047414             P2-CMP-VALUE * 100 / P2-CMP-ACCT-VALUE
047414             ON SIZE ERROR MOVE 99999.99 TO P2-CMP-PCT
047414         END-COMPUTE
047414     ELSE
047414         MOVE ZERO TO P2-CMP-PCT
047414     END-IF.
047414 2425-EXIT.
047414     EXIT.

047414*----------------------------------------------------------------
047414* 2430-CHECK-ONE-SECTOR - a sector breaches when the account
047414* type has a permitted list that does not name it, or when it
047415* makes up more of the account's value than the sector limit
047415* allows.
047415*----------------------------------------------------------------
047415 2430-CHECK-ONE-SECTOR.
047415     MOVE CMS-SECTOR(P2-CMS-IDX) TO P2-CMP-CODE.
047415     MOVE CMS-VALUE(P2-CMS-IDX)  TO P2-CMP-VALUE.
047415     PERFORM 2425-COMPUTE-PCT THRU 2425-EXIT.
047415     PERFORM 2448-CHECK-PERMITTED THRU 2448-EXIT.
047415     IF P2-CMP-PERMIT-LIST AND NOT P2-CMP-PERMITTED
047415         MOVE "P" TO P2-CMP-RULE-TYPE
047415         PERFORM 2450-WRITE-BREACH THRU 2450-EXIT
047415     END-IF.
047415     MOVE "S" TO P2-CMP-RULE-TYPE.
047415     PERFORM 2444-FIND-LIMIT THRU 2444-EXIT.
047415     IF P2-CMP-LIMIT-FOUND AND P2-CMP-ACCT-VALUE > ZERO
047415        AND P2-CMP-PCT > P2-CMP-LIMIT
047415         PERFORM 2450-WRITE-BREACH THRU 2450-EXIT
047415     END-IF.
047415 2430-EXIT.
047415     EXIT.

047415*----------------------------------------------------------------
047415* 2440-FIND-LIST-RULE - is the symbol in P2-CMP-CODE on the
047415* list of type P2-CMP-RULE-TYPE (R or W) for this account?
047415*----------------------------------------------------------------
047415 2440-FIND-LIST-RULE.
047415     MOVE "N" TO P2-SW-CMP-RULE-HIT.
047415     PERFORM 2442-COMPARE-LIST-RULE THRU 2442-EXIT
047415         VARYING P2-CMR-IDX FROM 1 BY 1
047415         UNTIL P2-CMR-IDX > P2-CMR-COUNT
047415            OR P2-CMP-RULE-HIT.
047415 2440-EXIT.
047415     EXIT.

047415 2442-COMPARE-LIST-RULE.
047415     IF CMR-RULE-TYPE(P2-CMR-IDX) = P2-CMP-RULE-TYPE
047415        AND CMR-CODE(P2-CMR-IDX) = P2-CMP-CODE
047415        AND (CMR-SCOPE(P2-CMR-IDX) = SPACES
047415             OR CMR-SCOPE(P2-CMR-IDX) = P2-CMP-ACCT-TYPE)
047415         SET P2-CMP-RULE-HIT TO TRUE
047415     END-IF.
047415 2442-EXIT.
047415     EXIT.

047415*----------------------------------------------------------------
047415* 2444-FIND-LIMIT - the percentage limit of type
047415* P2-CMP-RULE-TYPE (I or S) for the symbol or sector in
047415* P2-CMP-CODE and this account.  A rule naming the code beats
047415* a blank-code rule, and within that an account-type rule
047415* beats an ALL rule; the first of equals wins.
047415*----------------------------------------------------------------
047415 2444-FIND-LIMIT.
047415     MOVE "N" TO P2-SW-CMP-LIMIT-FOUND.
047415     MOVE ZERO TO P2-CMP-BEST-RANK.
047415     PERFORM 2446-RANK-LIMIT-RULE THRU 2446-EXIT
047415         VARYING P2-CMR-IDX FROM 1 BY 1
047415         UNTIL P2-CMR-IDX > P2-CMR-COUNT.
047415 2444-EXIT.
047415     EXIT.

047415 2446-RANK-LIMIT-RULE.
047416     IF CMR-RULE-TYPE(P2-CMR-IDX) NOT = P2-CMP-RULE-TYPE
047416         GO TO 2446-EXIT
047416     END-IF.
047416     IF CMR-CODE(P2-CMR-IDX) NOT = SPACES
047416        AND CMR-CODE(P2-CMR-IDX) NOT = P2-CMP-CODE
047416         GO TO 2446-EXIT
047416     END-IF.
047416     IF CMR-SCOPE(P2-CMR-IDX) NOT = SPACES
047416        AND CMR-SCOPE(P2-CMR-IDX) NOT = P2-CMP-ACCT-TYPE
047416         GO TO 2446-EXIT
047416     END-IF.
047416     MOVE 1 TO P2-CMP-RANK.
047416     IF CMR-CODE(P2-CMR-IDX) NOT = SPACES
047416         ADD 2 TO P2-CMP-RANK
047416     END-IF.
047416     IF CMR-SCOPE(P2-CMR-IDX) NOT = SPACES
047416         ADD 1 TO P2-CMP-RANK
047416     END-IF.
047416     IF P2-CMP-RANK > P2-CMP-BEST-RANK
047416         MOVE P2-CMP-RANK TO P2-CMP-BEST-RANK
047416         MOVE CMR-LIMIT(P2-CMR-IDX) TO P2-CMP-LIMIT
047416         SET P2-CMP-LIMIT-FOUND TO TRUE
047416     END-IF.
047416 2446-EXIT.
047416     EXIT.

047416*----------------------------------------------------------------
047416* 2448-CHECK-PERMITTED - does any P rule apply to this account,
047416* and if so does one of them name the sector in P2-CMP-CODE?
047416*----------------------------------------------------------------
047416 2448-CHECK-PERMITTED.
047416     MOVE "N" TO P2-SW-CMP-PERMIT-LIST.
047416     MOVE "N" TO P2-SW-CMP-PERMITTED.
047416     PERFORM 2449-COMPARE-PERMIT-RULE THRU 2449-EXIT
047416         VARYING P2-CMR-IDX FROM 1 BY 1
047416         UNTIL P2-CMR-IDX > P2-CMR-COUNT
047416            OR P2-CMP-PERMITTED.
047416 2448-EXIT.
047416     EXIT.

047416 2449-COMPARE-PERMIT-RULE.
047416     IF CMR-RULE-TYPE(P2-CMR-IDX) = "P"
047416        AND (CMR-SCOPE(P2-CMR-IDX) = SPACES
047416             OR CMR-SCOPE(P2-CMR-IDX) = P2-CMP-ACCT-TYPE)
047416         SET P2-CMP-PERMIT-LIST TO TRUE
047416         IF CMR-CODE(P2-CMR-IDX) = P2-CMP-CODE
047416             SET P2-CMP-PERMITTED TO TRUE
047416         END-IF
047416     END-IF.
047416 2449-EXIT.
047416     EXIT.

047416*----------------------------------------------------------------
047416* 2450-WRITE-BREACH - list one breach of rule type
047416* P2-CMP-RULE-TYPE on the code in P2-CMP-CODE.  One carried in
047416* from the compliance master keeps the date it was first
047416* breached; a new one is first breached today.  A watch-list
047416* holding is listed and aged the same way but counted apart.
047416*----------------------------------------------------------------
047417 2450-WRITE-BREACH.
047417     PERFORM 2452-FIND-OLD-BREACH THRU 2452-EXIT.
047417     IF P2-CMM-FOUND
047417         SET CMM-MATCHED(P2-CMM-FOUND-IDX) TO TRUE
047417         MOVE CMM-FIRST-BREACHED(P2-CMM-FOUND-IDX)
047417             TO P2-CMP-FIRST-BREACHED
047417     ELSE
047417         MOVE P2-RUN-DATE TO P2-CMP-FIRST-BREACHED
047417     END-IF.
047417     COMPUTE P2-CMP-AGE-DAYS =
047417         FUNCTION INTEGER-OF-DATE(P2-RUN-DATE)
047417         - FUNCTION INTEGER-OF-DATE(P2-CMP-FIRST-BREACHED).
047417     PERFORM 2454-ADD-CURRENT-BREACH THRU 2454-EXIT.
047417     MOVE P2-CMP-ACCOUNT   TO CPR-ACCOUNT.
047417     MOVE P2-CMP-ACCT-TYPE TO CPR-ACCT-TYPE.
047417     PERFORM 2460-SET-RULE-TEXT THRU 2460-EXIT.
047417     MOVE P2-CMP-CODE      TO CPR-CODE.
047417     MOVE P2-CMP-PCT       TO CPR-ACTUAL.
047417     MOVE P2-CMP-FIRST-BREACHED TO CPR-FIRST-BREACHED.
047417     MOVE P2-CMP-AGE-DAYS  TO CPR-AGE-DAYS.
047417     IF P2-CMP-RULE-TYPE = "W"
047417         MOVE "WATCH" TO CPR-STATUS
047417         ADD 1 TO P2-CMP-WATCH-COUNT
047417     ELSE
047417         MOVE "BREACH" TO CPR-STATUS
047417         ADD 1 TO P2-CMP-BREACH-COUNT
047417     END-IF.
047417     WRITE COMPLIANCE-REPORT-RECORD FROM P2-CPR-LINE.
047417 2450-EXIT.
047417     EXIT.

047417*----------------------------------------------------------------
047417* 2452-FIND-OLD-BREACH - linear scan of the carried compliance
047417* master for the account, rule type and code being written.
047417*----------------------------------------------------------------
047417 2452-FIND-OLD-BREACH.
047417     MOVE "N" TO P2-SW-CMM-FOUND.
047417     PERFORM 2453-COMPARE-OLD-BREACH THRU 2453-EXIT
047417         VARYING P2-CMM-IDX FROM 1 BY 1
047417         UNTIL P2-CMM-IDX > P2-CMM-COUNT
047417            OR P2-CMM-FOUND.
047417 2452-EXIT.
047417     EXIT.

047417 2453-COMPARE-OLD-BREACH.
047417     IF CMM-ACCOUNT(P2-CMM-IDX) = P2-CMP-ACCOUNT
047417        AND CMM-RULE-TYPE(P2-CMM-IDX) = P2-CMP-RULE-TYPE
047417        AND CMM-CODE(P2-CMM-IDX) = P2-CMP-CODE
047417         SET P2-CMM-FOUND TO TRUE
047417         SET P2-CMM-FOUND-IDX TO P2-CMM-IDX
047417     END-IF.
047417 2453-EXIT.
047417     EXIT.

047417*----------------------------------------------------------------
047417* 2454-ADD-CURRENT-BREACH - remember the breach being written,
047417* with its first-breached date, for the compliance master
047417* rewrite at end of run.
047417*----------------------------------------------------------------
047418 2454-ADD-CURRENT-BREACH.
047418     IF P2-CMC-COUNT >= 5000
047418         MOVE SPACES         TO REJECTED-RECORD
047418         MOVE P2-CMP-ACCOUNT TO REJ-ACCOUNT
047418         MOVE P2-CMP-CODE    TO REJ-SYMBOL
047418         MOVE "COMP BREACH OVERFLOW" TO REJ-REASON
047418         WRITE REJECTED-RECORD
047418         GO TO 2454-EXIT
047418     END-IF.
047418     ADD 1 TO P2-CMC-COUNT.
047418     SET P2-CMC-IDX TO P2-CMC-COUNT.
047418     MOVE P2-CMP-ACCOUNT   TO CMC-ACCOUNT(P2-CMC-IDX).
047418     MOVE P2-CMP-RULE-TYPE TO CMC-RULE-TYPE(P2-CMC-IDX).
047418     MOVE P2-CMP-CODE      TO CMC-CODE(P2-CMC-IDX).
047418     MOVE P2-CMP-FIRST-BREACHED
047418         TO CMC-FIRST-BREACHED(P2-CMC-IDX).
047418 2454-EXIT.
047418     EXIT.

047418*----------------------------------------------------------------
047418* 2460-SET-RULE-TEXT - the rule column and the limit column
047418* for rule type P2-CMP-RULE-TYPE.  Only the issuer and sector
047418* rules carry a percentage; a restricted symbol and a sector
047418* not permitted allow none, and a watch-list symbol has no
047418* limit at all.
047418*----------------------------------------------------------------
047418 2460-SET-RULE-TEXT.
047418     EVALUATE P2-CMP-RULE-TYPE
047418         WHEN "R"
047418             MOVE "RESTRICTED SYMBOL"    TO CPR-RULE
047418             MOVE "   NONE"              TO CPR-LIMIT-X
047418         WHEN "W"
047418             MOVE "WATCH-LIST SYMBOL"    TO CPR-RULE
047418             MOVE SPACES                 TO CPR-LIMIT-X
047418         WHEN "I"
047418             MOVE "ISSUER CONCENTRATION" TO CPR-RULE
047418             MOVE P2-CMP-LIMIT           TO CPR-LIMIT
047418         WHEN "S"
047418             MOVE "SECTOR CONCENTRATION" TO CPR-RULE
047418             MOVE P2-CMP-LIMIT           TO CPR-LIMIT
047418         WHEN "P"
047418             MOVE "SECTOR NOT PERMITTED" TO CPR-RULE
047418             MOVE "   NONE"              TO CPR-LIMIT-X
047418         WHEN OTHER
047418             MOVE "UNKNOWN RULE"         TO CPR-RULE
047418             MOVE SPACES                 TO CPR-LIMIT-X
047418     END-EVALUATE.
047418 2460-EXIT.
047418     EXIT.

047418*----------------------------------------------------------------
047418* 2470-REPORT-ONE-RESOLVED - whatever the check left unmatched
047418* on the old compliance master no longer breaches (the holding
047418* was reduced, or the rule changed); report it so compliance
047418* can close it off.
047418*----------------------------------------------------------------
047418 2470-REPORT-ONE-RESOLVED.
047418     IF CMM-MATCHED(P2-CMM-IDX)
047419         GO TO 2470-EXIT
047419     END-IF.
047419     IF NOT P2-SECTION-HDR-DONE
047419         MOVE SPACES TO COMPLIANCE-REPORT-RECORD
047419         WRITE COMPLIANCE-REPORT-RECORD
047419         MOVE "RESOLVED SINCE LAST RUN"
047419             TO COMPLIANCE-REPORT-RECORD
047419         WRITE COMPLIANCE-REPORT-RECORD
047419         SET P2-SECTION-HDR-DONE TO TRUE
047419     END-IF.
047419     ADD 1 TO P2-CMP-RESOLVED-COUNT.
047419     MOVE CMM-ACCOUNT(P2-CMM-IDX) TO CPR-ACCOUNT.
047419     MOVE CMM-ACCOUNT(P2-CMM-IDX) TO P2-LOOKUP-ACCOUNT.
047419     PERFORM 1260-FIND-ACCT-MASTER THRU 1260-EXIT.
047419     IF P2-ACCTM-FOUND
047419         MOVE ACCTM-TYPE(P2-ACCTM-FOUND-IDX) TO CPR-ACCT-TYPE
047419     ELSE
047419         MOVE SPACES TO CPR-ACCT-TYPE
047419     END-IF.
047419     MOVE CMM-RULE-TYPE(P2-CMM-IDX) TO P2-CMP-RULE-TYPE.
047419     PERFORM 2460-SET-RULE-TEXT THRU 2460-EXIT.
047419     MOVE SPACES TO CPR-LIMIT-X.
047419     MOVE CMM-CODE(P2-CMM-IDX) TO CPR-CODE.
047419     MOVE SPACES TO CPR-ACTUAL-X.
047419     MOVE CMM-FIRST-BREACHED(P2-CMM-IDX) TO CPR-FIRST-BREACHED.
047419     MOVE SPACES TO CPR-AGE-DAYS-X.
047419     MOVE "RESOLVED" TO CPR-STATUS.
047419     WRITE COMPLIANCE-REPORT-RECORD FROM P2-CPR-LINE.
047419 2470-EXIT.
047419     EXIT.

047419*----------------------------------------------------------------
047419* 2480-WRITE-COMPLIANCE-TOTALS - close out the compliance
047419* report with the counts checked, breached and resolved.
047419*----------------------------------------------------------------
047419 2480-WRITE-COMPLIANCE-TOTALS.
047419     MOVE SPACES TO COMPLIANCE-REPORT-RECORD.
047419     WRITE COMPLIANCE-REPORT-RECORD.
047419     MOVE "RULES LOADED" TO CPT-LABEL.
047419     MOVE P2-CMR-COUNT   TO CPT-COUNT.
047419     WRITE COMPLIANCE-REPORT-RECORD FROM P2-CPT-LINE.
047419     MOVE "INVALID RULE ROWS" TO CPT-LABEL.
047419     MOVE P2-CMP-BAD-RULES    TO CPT-COUNT.
047419     WRITE COMPLIANCE-REPORT-RECORD FROM P2-CPT-LINE.
047419     MOVE "ACCOUNTS CHECKED" TO CPT-LABEL.
047419     MOVE P2-CMP-ACCT-COUNT  TO CPT-COUNT.
047419     WRITE COMPLIANCE-REPORT-RECORD FROM P2-CPT-LINE.
047419     MOVE "BREACHES" TO CPT-LABEL.
047419     MOVE P2-CMP-BREACH-COUNT TO CPT-COUNT.
047419     WRITE COMPLIANCE-REPORT-RECORD FROM P2-CPT-LINE.
047419     MOVE "WATCH-LIST HOLDINGS" TO CPT-LABEL.
047419     MOVE P2-CMP-WATCH-COUNT    TO CPT-COUNT.
047419     WRITE COMPLIANCE-REPORT-RECORD FROM P2-CPT-LINE.
047419     MOVE "RESOLVED SINCE LAST RUN" TO CPT-LABEL.
047419     MOVE P2-CMP-RESOLVED-COUNT     TO CPT-COUNT.
047419     WRITE COMPLIANCE-REPORT-RECORD FROM P2-CPT-LINE.
047419 2480-EXIT.
047420     EXIT.

047430*----------------------------------------------------------------
053280     EXIT.

053290*----------------------------------------------------------------
053290* 8250-WRITE-SUPERLOSS-TAIL - close out the superficial-loss
053290* report: every candidate 1397 has not settled is listed -
053290* a matched one as pending denial until its window ends, an
053290* unmatched one as open until then, or as allowed once the
053290* cycle date has reached the end of its window - followed
053290* by the totals denied, still open and allowed.  The allowed
053290* total already holds what 1397 allowed for replacement
053290* shares sold before the window closed.
053290*----------------------------------------------------------------
053290 8250-WRITE-SUPERLOSS-TAIL.
053290     PERFORM 8305-DERIVE-CYCLE-DATE THRU 8305-EXIT.
053290     COMPUTE P2-SL-CYCLE-DAY =
053290         FUNCTION INTEGER-OF-DATE(P2-NEW-CYCLE-DATE).
053290     MOVE ZERO TO P2-SL-OPEN-TOTAL.
053290     PERFORM 8252-WRITE-ONE-CANDIDATE THRU 8252-EXIT
053290         VARYING P2-SLC-IDX FROM 1 BY 1
053290         UNTIL P2-SLC-IDX > P2-SLC-COUNT.
053290     MOVE SPACES TO SUPERLOSS-RECORD.
053290     WRITE SUPERLOSS-RECORD.
053290     MOVE "TOTAL LOSSES DENIED" TO SLR-TOT-LABEL.
053290     MOVE P2-SL-DENIED-TOTAL TO SLR-TOT-AMOUNT.
053290     WRITE SUPERLOSS-RECORD FROM P2-SLR-TOTAL-LINE.
053290     MOVE "TOTAL LOSSES IN OPEN WINDOWS" TO SLR-TOT-LABEL.
053290     MOVE P2-SL-OPEN-TOTAL TO SLR-TOT-AMOUNT.
053290     WRITE SUPERLOSS-RECORD FROM P2-SLR-TOTAL-LINE.
053290     MOVE "TOTAL LOSSES ALLOWED" TO SLR-TOT-LABEL.
053290     MOVE P2-SL-ALLOWED-TOTAL TO SLR-TOT-AMOUNT.
053290     WRITE SUPERLOSS-RECORD FROM P2-SLR-TOTAL-LINE.
053290 8250-EXIT.
053290     EXIT.

053290 8252-WRITE-ONE-CANDIDATE.
053290     IF SLC-QUANTITY(P2-SLC-IDX) = ZERO
053290         GO TO 8252-EXIT
053290     END-IF.
053290     COMPUTE P2-SL-SALE-DAY =
053290         FUNCTION INTEGER-OF-DATE(SLC-SALE-DATE(P2-SLC-IDX)).
053291     COMPUTE P2-SL-CLOSE-DATE = FUNCTION DATE-OF-INTEGER
053291         (P2-SL-SALE-DAY + P2-SL-WINDOW-DAYS).
053291     COMPUTE P2-SL-DENIED-AMT ROUNDED =
053291         (SLC-COST(P2-SLC-IDX) - SLC-SELL-PRICE(P2-SLC-IDX))
053291         * SLC-QUANTITY(P2-SLC-IDX).
053291     MOVE SPACES                     TO P2-SLR-LINE.
053291     MOVE SLC-ACCOUNT(P2-SLC-IDX)    TO SLR-ACCOUNT.
053291     MOVE SLC-SYMBOL(P2-SLC-IDX)     TO SLR-SYMBOL.
053291     MOVE SLC-SALE-DATE(P2-SLC-IDX)  TO SLR-SALE-DATE.
053291     MOVE SLC-QUANTITY(P2-SLC-IDX)   TO SLR-SHARES.
053291     MOVE P2-SL-DENIED-AMT           TO SLR-AMOUNT.
053291     MOVE ZERO                       TO SLR-REPL-SHARES.
053291     MOVE ZERO                       TO SLR-REPL-PRICE.
053291     IF SLC-REPL-ACCOUNT(P2-SLC-IDX) NOT = SPACES
053291         MOVE SLC-REPL-ACCOUNT(P2-SLC-IDX) TO SLR-REPL-ACCOUNT
053291         MOVE SLC-REPL-DATE(P2-SLC-IDX)    TO SLR-REPL-DATE
053291         MOVE SLC-REPL-QTY(P2-SLC-IDX)     TO SLR-REPL-SHARES
053291         MOVE SLC-REPL-PRICE(P2-SLC-IDX)   TO SLR-REPL-PRICE
053291         STRING "DENY PENDING " DELIMITED BY SIZE
053291                P2-SL-CLOSE-DATE DELIMITED BY SIZE
053291             INTO SLR-STATUS
053291         END-STRING
053291         ADD P2-SL-DENIED-AMT TO P2-SL-OPEN-TOTAL
053291         GO TO 8252-WRITE
053291     END-IF.
053291     IF P2-SL-SALE-DAY + P2-SL-WINDOW-DAYS > P2-SL-CYCLE-DAY
053291         STRING "OPEN UNTIL " DELIMITED BY SIZE
053291                P2-SL-CLOSE-DATE DELIMITED BY SIZE
053291             INTO SLR-STATUS
053291         END-STRING
053291         ADD P2-SL-DENIED-AMT TO P2-SL-OPEN-TOTAL
053291     ELSE
053291         MOVE "WINDOW CLOSED-ALLOWED" TO SLR-STATUS
053291         ADD P2-SL-DENIED-AMT TO P2-SL-ALLOWED-TOTAL
053291     END-IF.
053291 8252-WRITE.
053292     WRITE SUPERLOSS-RECORD FROM P2-SLR-LINE.
053292 8252-EXIT.
053292     EXIT.

053292*----------------------------------------------------------------
053292* 8260-WRITE-ROOM-REPORT - close the contribution room report:
053292* totals for the over-room deposits listed during the pass,
053292* then the room, restored, used and remaining for every holder
053292* and plan with room on file for the run year, and for every
053292* holder and plan that took deposits that year with none on
053292* file.  Reprinted every run; operations sends the month-end
053292* copy to the advisors.
053292*----------------------------------------------------------------
053292 8260-WRITE-ROOM-REPORT.
053292     MOVE SPACES TO ROOM-REPORT-RECORD.
053292     WRITE ROOM-REPORT-RECORD.
053292     MOVE SPACES TO P2-RMT-LINE.
053292     MOVE "OVER-ROOM DEPOSITS REJECTED" TO RMT-LABEL.
053292     MOVE P2-ROOM-REJECT-COUNT TO RMT-COUNT.
053292     MOVE P2-ROOM-REJECT-TOTAL TO RMT-AMOUNT.
053292     WRITE ROOM-REPORT-RECORD FROM P2-RMT-LINE.
053292     MOVE "OVER-ROOM DEPOSITS POSTED (ROOMOK)" TO RMT-LABEL.
053292     MOVE P2-CTL-ROOM-OVERRIDE TO RMT-COUNT.
053292     MOVE P2-ROOM-OVERRIDE-TOTAL TO RMT-AMOUNT.
053292     WRITE ROOM-REPORT-RECORD FROM P2-RMT-LINE.
053292     MOVE SPACES TO ROOM-REPORT-RECORD.
053292     WRITE ROOM-REPORT-RECORD.
053292     IF NOT P2-ROOM-CHECKING
053292         MOVE "NO CONTRIB.TXT - ROOM NOT CHECKED THIS RUN"
053292             TO ROOM-REPORT-RECORD
053292         WRITE ROOM-REPORT-RECORD
053292         MOVE SPACES TO ROOM-REPORT-RECORD
053292         WRITE ROOM-REPORT-RECORD
053292     END-IF.
053292     MOVE P2-RUN-DATE(1:4) TO P2-ROOM-RPT-YEAR.
053292     MOVE P2-ROOM-RPT-YEAR TO P2-RMS-TITLE-YEAR.
053292     WRITE ROOM-REPORT-RECORD FROM P2-RMS-TITLE.
053292     WRITE ROOM-REPORT-RECORD FROM P2-RMS-HEADER.
053293     MOVE ZERO TO P2-ROOM-OVER-COUNT.
053293     PERFORM 8262-WRITE-ONE-ROOM THRU 8262-EXIT
053293         VARYING P2-ROOM-IDX FROM 1 BY 1
053293         UNTIL P2-ROOM-IDX > P2-ROOM-COUNT.
053293     PERFORM 8264-WRITE-UNROOMED-CTB THRU 8264-EXIT
053293         VARYING P2-CTB-SCAN-SUB FROM 1 BY 1
053293         UNTIL P2-CTB-SCAN-SUB > P2-CTB-COUNT.
053293     MOVE SPACES TO ROOM-REPORT-RECORD.
053293     WRITE ROOM-REPORT-RECORD.
053293     MOVE SPACES TO P2-RMT-LINE.
053293     MOVE "HOLDER PLANS OVER ROOM" TO RMT-LABEL.
053293     MOVE P2-ROOM-OVER-COUNT TO RMT-COUNT.
053293     WRITE ROOM-REPORT-RECORD FROM P2-RMT-LINE.
053293 8260-EXIT.
053293     EXIT.

053293 8262-WRITE-ONE-ROOM.
053293     IF ROOM-YEAR(P2-ROOM-IDX) NOT = P2-ROOM-RPT-YEAR
053293         GO TO 8262-EXIT
053293     END-IF.
053293     MOVE ROOM-KEY(P2-ROOM-IDX)   TO P2-ROOM-KEY.
053293     MOVE ROOM-LIMIT(P2-ROOM-IDX) TO P2-ROOM-LIMIT.
053293     PERFORM 1713-SUM-ROOM-USAGE THRU 1713-EXIT.
053293     MOVE SPACES TO RMS-NOTE.
053293     PERFORM 8268-PRINT-ROOM-LINE THRU 8268-EXIT.
053293 8262-EXIT.
053293     EXIT.

053293*----------------------------------------------------------------
053293* 8264-WRITE-UNROOMED-CTB - a holder and plan that took deposits
053293* in the run year with no room row on file, printed once for the
053293* first of the holder's accounts met (8266 looks back for an
053293* earlier one).
053293*----------------------------------------------------------------
053293 8264-WRITE-UNROOMED-CTB.
053293     IF CTB-YEAR(P2-CTB-SCAN-SUB) NOT = P2-ROOM-RPT-YEAR
053293        OR CTB-HOLDER(P2-CTB-SCAN-SUB) = SPACES
053293         GO TO 8264-EXIT
053294     END-IF.
053294     MOVE CTB-HOLDER(P2-CTB-SCAN-SUB) TO P2-ROOM-HOLDER.
053294     MOVE CTB-YEAR(P2-CTB-SCAN-SUB)   TO P2-ROOM-YEAR.
053294     MOVE CTB-TYPE(P2-CTB-SCAN-SUB)   TO P2-ROOM-TYPE.
053294     PERFORM 1716-FIND-ROOM THRU 1716-EXIT.
053294     IF P2-ROOM-FOUND
053294         GO TO 8264-EXIT
053294     END-IF.
053294     MOVE "N" TO P2-SW-CTB-LISTED.
053294     PERFORM 8266-CHECK-LISTED-CTB THRU 8266-EXIT
053294         VARYING P2-CTB-IDX FROM 1 BY 1
053294         UNTIL P2-CTB-IDX >= P2-CTB-SCAN-SUB
053294            OR P2-CTB-LISTED.
053294     IF P2-CTB-LISTED
053294         GO TO 8264-EXIT
053294     END-IF.
053294     MOVE ZERO TO P2-ROOM-LIMIT.
053294     PERFORM 1713-SUM-ROOM-USAGE THRU 1713-EXIT.
053294     MOVE "NO ROOM ON FILE" TO RMS-NOTE.
053294     PERFORM 8268-PRINT-ROOM-LINE THRU 8268-EXIT.
053294 8264-EXIT.
053294     EXIT.

053294 8266-CHECK-LISTED-CTB.
053294     IF CTB-HOLDER(P2-CTB-IDX) = P2-ROOM-HOLDER
053294        AND CTB-TYPE(P2-CTB-IDX) = P2-ROOM-TYPE
053294        AND CTB-YEAR(P2-CTB-IDX) = P2-ROOM-YEAR
053294         SET P2-CTB-LISTED TO TRUE
053294     END-IF.
053294 8266-EXIT.
053294     EXIT.

053294 8268-PRINT-ROOM-LINE.
053294     MOVE P2-ROOM-HOLDER    TO RMS-HOLDER.
053294     MOVE P2-ROOM-TYPE      TO RMS-TYPE.
053294     MOVE P2-ROOM-YEAR      TO RMS-YEAR.
053294     MOVE P2-ROOM-LIMIT     TO RMS-ROOM.
053294     MOVE P2-ROOM-RESTORED  TO RMS-RESTORED.
053295     MOVE P2-ROOM-USED      TO RMS-USED.
053295     MOVE P2-ROOM-REMAINING TO RMS-REMAINING.
053295     IF P2-ROOM-REMAINING < ZERO
053295         ADD 1 TO P2-ROOM-OVER-COUNT
053295         IF RMS-NOTE = SPACES
053295             MOVE "OVER ROOM" TO RMS-NOTE
053295         END-IF
053295     END-IF.
053295     WRITE ROOM-REPORT-RECORD FROM P2-RMS-LINE.
053295 8268-EXIT.
053295     EXIT.

053295*----------------------------------------------------------------
053295* 8270-WRITE-CORRECTION-TAIL - close out the trade corrections
053295* audit report with the count posted, rejected and out of
053295* balance.  An out-of-balance correction has already failed
053295* the run's controls in 1970.
053295*----------------------------------------------------------------
053295 8270-WRITE-CORRECTION-TAIL.
053295     MOVE SPACES TO CORRECTION-REPORT-RECORD.
053295     WRITE CORRECTION-REPORT-RECORD.
053295     MOVE "CORRECTIONS POSTED" TO CRT-LABEL.
053295     MOVE P2-CTL-CORR-POSTED   TO CRT-COUNT.
053295     WRITE CORRECTION-REPORT-RECORD FROM P2-CRT-LINE.
053295     MOVE "CORRECTIONS REJECTED" TO CRT-LABEL.
053295     MOVE P2-CORR-REJECT-COUNT   TO CRT-COUNT.
053295     WRITE CORRECTION-REPORT-RECORD FROM P2-CRT-LINE.
053295     MOVE "CORRECTIONS OUT OF BALANCE" TO CRT-LABEL.
053295     MOVE P2-CTL-CORR-UNBAL            TO CRT-COUNT.
053295     WRITE CORRECTION-REPORT-RECORD FROM P2-CRT-LINE.
053295 8270-EXIT.
053295     EXIT.

053295*----------------------------------------------------------------
053295* 8280-WRITE-CASH-LADDER - the projected cash ladder: one line
053295* per account in account order with its trade-date and settled
053295* cash today, the settled cash projected for each of the next
053295* five business days as its pending trades settle, and the
053295* cash held up in failed settlements (not projected - a failed
053296* trade has no date to settle on until the custodian clears
053296* it), then an all-accounts line and the trade counts.
053296*----------------------------------------------------------------
053296 8280-WRITE-CASH-LADDER.
053296     OPEN OUTPUT CASH-LADDER-OUT.
053296     MOVE P2-RUN-DATE    TO LAT-RUN-DATE.
053296     MOVE P2-SETTLE-DAYS TO LAT-SETTLE-DAYS.
053296     WRITE CASH-LADDER-RECORD FROM P2-LAD-TITLE.
053296     MOVE SPACES TO CASH-LADDER-RECORD.
053296     WRITE CASH-LADDER-RECORD.
053296     PERFORM 8281-SET-LADDER-DATE THRU 8281-EXIT
053296         VARYING P2-LAD-SUB FROM 1 BY 1
053296         UNTIL P2-LAD-SUB > 5.
053296     WRITE CASH-LADDER-RECORD FROM P2-LAD-HEADER-1.
053296     WRITE CASH-LADDER-RECORD FROM P2-LAD-HEADER-2.
053296     MOVE ZERO TO P2-LAD-TOT-TRADE.
053296     MOVE ZERO TO P2-LAD-TOT-SETTLED.
053296     MOVE ZERO TO P2-LAD-TOT-FAILED.
053296     MOVE LOW-VALUES TO P2-LAD-LAST-ACCOUNT.
053296     MOVE "N" TO P2-SW-LAD-DONE.
053296     PERFORM 8282-WRITE-NEXT-ACCOUNT THRU 8282-EXIT
053296         UNTIL P2-LAD-DONE.
053296     MOVE SPACES TO CASH-LADDER-RECORD.
053296     WRITE CASH-LADDER-RECORD.
053296     MOVE SPACES             TO P2-LAD-LINE.
053296     MOVE "ALL "             TO LAL-ACCOUNT.
053296     MOVE P2-LAD-TOT-TRADE   TO LAL-TRADE-CASH.
053296     MOVE P2-LAD-TOT-SETTLED TO LAL-SETTLED.
053296     MOVE P2-LAD-TOT-FAILED  TO LAL-FAILED.
053296     PERFORM 8288-MOVE-TOTAL-DAY THRU 8288-EXIT
053296         VARYING P2-LAD-SUB FROM 1 BY 1
053296         UNTIL P2-LAD-SUB > 5.
053296     WRITE CASH-LADDER-RECORD FROM P2-LAD-LINE.
053296     MOVE SPACES TO CASH-LADDER-RECORD.
053296     WRITE CASH-LADDER-RECORD.
053296     MOVE "TRADES PENDING SETTLEMENT" TO LTT-LABEL.
053297     MOVE P2-CTL-PND-HELD             TO LTT-COUNT.
053297     WRITE CASH-LADDER-RECORD FROM P2-LAT-LINE.
053297     MOVE "SETTLEMENTS FAILED"        TO LTT-LABEL.
053297     MOVE P2-CTL-SETTLE-FAIL          TO LTT-COUNT.
053297     WRITE CASH-LADDER-RECORD FROM P2-LAT-LINE.
053297     CLOSE CASH-LADDER-OUT.
053297 8280-EXIT.
053297     EXIT.

053297 8281-SET-LADDER-DATE.
053297     MOVE P2-RUN-DATE TO P2-BUS-FROM-DATE.
053297     MOVE P2-LAD-SUB  TO P2-BUS-DAYS.
053297     PERFORM 1756-ADD-BUSINESS-DAYS THRU 1756-EXIT.
053297     MOVE P2-BUS-DATE TO P2-LAD-DATE(P2-LAD-SUB).
053297     MOVE SPACES      TO LAH-PAD(P2-LAD-SUB).
053297     MOVE P2-BUS-DATE TO LAH-DATE(P2-LAD-SUB).
053297     MOVE ZERO        TO P2-LAD-TOT-DAY(P2-LAD-SUB).
053297 8281-EXIT.
053297     EXIT.

053297*----------------------------------------------------------------
053297* 8282-WRITE-NEXT-ACCOUNT - the cash table is in the order the
053297* accounts were first met, so each pass picks the lowest
053297* account above the one last printed.
053297*----------------------------------------------------------------
053297 8282-WRITE-NEXT-ACCOUNT.
053297     MOVE HIGH-VALUES TO P2-LAD-NEXT-ACCOUNT.
053297     MOVE ZERO TO P2-LAD-NEXT-IDX.
053297     PERFORM 8283-CHECK-NEXT-ACCOUNT THRU 8283-EXIT
053297         VARYING P2-CASH-IDX FROM 1 BY 1
053297         UNTIL P2-CASH-IDX > P2-CASH-COUNT.
053297     IF P2-LAD-NEXT-IDX = ZERO
053297         SET P2-LAD-DONE TO TRUE
053297         GO TO 8282-EXIT
053297     END-IF.
053297     MOVE P2-LAD-NEXT-ACCOUNT TO P2-LAD-LAST-ACCOUNT.
053297     MOVE ZERO TO P2-LAD-FAILED.
053297     PERFORM 8284-START-ONE-DAY THRU 8284-EXIT
053297         VARYING P2-LAD-SUB FROM 1 BY 1
053298         UNTIL P2-LAD-SUB > 5.
053298     PERFORM 8285-PROJECT-ONE-PENDING THRU 8285-EXIT
053298         VARYING P2-PND-IDX FROM 1 BY 1
053298         UNTIL P2-PND-IDX > P2-PND-COUNT.
053298     MOVE SPACES TO P2-LAD-LINE.
053298     MOVE P2-LAD-NEXT-ACCOUNT TO LAL-ACCOUNT.
053298     MOVE CASH-BALANCE(P2-LAD-NEXT-IDX) TO LAL-TRADE-CASH.
053298     MOVE CASH-SETTLED(P2-LAD-NEXT-IDX) TO LAL-SETTLED.
053298     MOVE P2-LAD-FAILED TO LAL-FAILED.
053298     ADD CASH-BALANCE(P2-LAD-NEXT-IDX) TO P2-LAD-TOT-TRADE.
053298     ADD CASH-SETTLED(P2-LAD-NEXT-IDX) TO P2-LAD-TOT-SETTLED.
053298     ADD P2-LAD-FAILED TO P2-LAD-TOT-FAILED.
053298     PERFORM 8287-MOVE-ONE-DAY THRU 8287-EXIT
053298         VARYING P2-LAD-SUB FROM 1 BY 1
053298         UNTIL P2-LAD-SUB > 5.
053298     WRITE CASH-LADDER-RECORD FROM P2-LAD-LINE.
053298 8282-EXIT.
053298     EXIT.

053298 8283-CHECK-NEXT-ACCOUNT.
053298     IF CASH-ACCOUNT(P2-CASH-IDX) > P2-LAD-LAST-ACCOUNT
053298        AND CASH-ACCOUNT(P2-CASH-IDX) < P2-LAD-NEXT-ACCOUNT
053298         MOVE CASH-ACCOUNT(P2-CASH-IDX) TO P2-LAD-NEXT-ACCOUNT
053298         SET P2-LAD-NEXT-IDX TO P2-CASH-IDX
053298     END-IF.
053298 8283-EXIT.
053298     EXIT.

053298 8284-START-ONE-DAY.
053298     MOVE CASH-SETTLED(P2-LAD-NEXT-IDX)
053298         TO P2-LAD-AMOUNT(P2-LAD-SUB).
053298 8284-EXIT.
053298     EXIT.

053298*----------------------------------------------------------------
053298* 8285-PROJECT-ONE-PENDING - an open trade of the account moves
053298* its cash into every ladder day on or after its settlement
053298* date; a failed one is totalled on its own.
053298*----------------------------------------------------------------
053299 8285-PROJECT-ONE-PENDING.
053299     IF PND-ACCOUNT(P2-PND-IDX) NOT = P2-LAD-NEXT-ACCOUNT
053299        OR PND-CLOSED(P2-PND-IDX)
053299         GO TO 8285-EXIT
053299     END-IF.
053299     IF PND-IS-BUY(P2-PND-IDX)
053299         COMPUTE P2-PND-EFFECT = ZERO - PND-AMOUNT(P2-PND-IDX)
053299     ELSE
053299         MOVE PND-AMOUNT(P2-PND-IDX) TO P2-PND-EFFECT
053299     END-IF.
053299     IF PND-FAILED(P2-PND-IDX)
053299         ADD P2-PND-EFFECT TO P2-LAD-FAILED
053299         GO TO 8285-EXIT
053299     END-IF.
053299     PERFORM 8286-SETTLE-INTO-DAY THRU 8286-EXIT
053299         VARYING P2-LAD-SUB FROM 1 BY 1
053299         UNTIL P2-LAD-SUB > 5.
053299 8285-EXIT.
053299     EXIT.

053299 8286-SETTLE-INTO-DAY.
053299     IF PND-SETTLE-DATE(P2-PND-IDX) NOT > P2-LAD-DATE(P2-LAD-SUB)
053299         ADD P2-PND-EFFECT TO P2-LAD-AMOUNT(P2-LAD-SUB)
053299     END-IF.
053299 8286-EXIT.
053299     EXIT.

053299 8287-MOVE-ONE-DAY.
053299     MOVE P2-LAD-AMOUNT(P2-LAD-SUB) TO LAL-DAY-AMOUNT(P2-LAD-SUB).
053299     ADD P2-LAD-AMOUNT(P2-LAD-SUB) TO P2-LAD-TOT-DAY(P2-LAD-SUB).
053299 8287-EXIT.
053299     EXIT.

053299 8288-MOVE-TOTAL-DAY.
053299     MOVE P2-LAD-TOT-DAY(P2-LAD-SUB)
053299         TO LAL-DAY-AMOUNT(P2-LAD-SUB).
053299 8288-EXIT.
053299     EXIT.

053299*----------------------------------------------------------------
053300* 8300-WRITE-POSITION-MASTER - write the ending position table
053310* (and, in FIFO mode, the open lots) to the carry-forward
053320* master, fronted by a control record carrying the cycle date
053400     OPEN OUTPUT POSITION-MASTER-FILE.
053410     MOVE SPACES TO POSITION-MASTER-RECORD.
053420     MOVE "C" TO PM-RECORD-TYPE.
053430     PERFORM 8305-DERIVE-CYCLE-DATE THRU 8305-EXIT.
053570     MOVE P2-NEW-CYCLE-DATE TO PM-CYCLE-DATE.
053580     IF P2-FIFO-REQUESTED
053590         MOVE "F" TO PM-COST-MODE
053670     PERFORM 8315-WRITE-MASTER-CASH THRU 8315-EXIT
053680         VARYING P2-CASH-IDX FROM 1 BY 1
053690         UNTIL P2-CASH-IDX > P2-CASH-COUNT.
053692     PERFORM 8328-WRITE-MASTER-PENDING THRU 8328-EXIT
053694         VARYING P2-PND-IDX FROM 1 BY 1
053696         UNTIL P2-PND-IDX > P2-PND-COUNT.
053700     PERFORM 8317-WRITE-MASTER-ENTITLE THRU 8317-EXIT
053710         VARYING P2-ENT-IDX FROM 1 BY 1
053720         UNTIL P2-ENT-IDX > P2-ENTITLE-COUNT.
053750             VARYING P2-LOT-IDX FROM 1 BY 1
053760             UNTIL P2-LOT-IDX > P2-LOT-COUNT
053770     END-IF.
053770     COMPUTE P2-SL-CYCLE-DAY =
053771         FUNCTION INTEGER-OF-DATE(P2-NEW-CYCLE-DATE).
053772     PERFORM 8322-WRITE-MASTER-BUY THRU 8322-EXIT
053772         VARYING P2-BUY-IDX FROM 1 BY 1
053773         UNTIL P2-BUY-IDX > P2-BUY-COUNT.
053774     PERFORM 8324-WRITE-MASTER-CANDIDATE THRU 8324-EXIT
053775         VARYING P2-SLC-IDX FROM 1 BY 1
053775         UNTIL P2-SLC-IDX > P2-SLC-COUNT.
053776     MOVE P2-NEW-CYCLE-DATE(1:4) TO P2-ROOM-RPT-YEAR.
053777     COMPUTE P2-ROOM-PRIOR-YEAR = P2-ROOM-RPT-YEAR - 1.
053777     PERFORM 8326-WRITE-MASTER-CONTRIB THRU 8326-EXIT
053778         VARYING P2-CTB-IDX FROM 1 BY 1
053779         UNTIL P2-CTB-IDX > P2-CTB-COUNT.
053780     CLOSE POSITION-MASTER-FILE.
053790     IF P2-POSM-FILE-STATUS NOT = "00"
053800         SET P2-CTL-FAILED TO TRUE
053810     END-IF.
053820 8300-EXIT.
053820     EXIT.

053820*----------------------------------------------------------------
053821* 8305-DERIVE-CYCLE-DATE - the cycle date this run applies.
053821* A transaction file can carry rows dated past the run date;
053822* the cycle date must cover the latest date actually applied
053822* or a rerun of the same file would apply those rows twice -
053823* and it can never move backward past the date the loaded
053823* master already covered, or a rerun that applied nothing
053824* would quietly reopen the window it just closed.
053824*----------------------------------------------------------------
053825 8305-DERIVE-CYCLE-DATE.
053825     IF P2-MAX-TRANS-DATE > P2-RUN-DATE
053826         MOVE P2-MAX-TRANS-DATE TO P2-NEW-CYCLE-DATE
053826     ELSE
053827         MOVE P2-RUN-DATE TO P2-NEW-CYCLE-DATE
053827     END-IF.
053828     IF P2-INCREMENTAL AND P2-CYCLE-DATE > P2-NEW-CYCLE-DATE
053828         MOVE P2-CYCLE-DATE TO P2-NEW-CYCLE-DATE
053829     END-IF.
053829 8305-EXIT.
053830     EXIT.

053840 8310-WRITE-MASTER-POSITION.
053970     EXIT.

053980*----------------------------------------------------------------
053990* 8315-WRITE-MASTER-CASH - carry one account's trade-date and
053995* settled cash balances
054000* forward on the master.  A zero balance is still written -
054010* unlike a sold-out position, an account at exactly zero is a
054020* fact the next day's overdraft arithmetic starts from.
054060     MOVE "B" TO PM-RECORD-TYPE.
054070     MOVE CASH-ACCOUNT(P2-CASH-IDX)  TO PM-CASH-ACCOUNT.
054080     MOVE CASH-BALANCE(P2-CASH-IDX)  TO PM-CASH-BALANCE.
054085     MOVE CASH-SETTLED(P2-CASH-IDX)  TO PM-CASH-SETTLED.
054090     WRITE POSITION-MASTER-RECORD.
054100 8315-EXIT.
054110     EXIT.
054390         WRITE POSITION-MASTER-RECORD
054400     END-IF.
054410 8320-EXIT.
054410     EXIT.

054410*----------------------------------------------------------------
054410* 8322-WRITE-MASTER-BUY - carry one recent purchase forward
054410* while a loss sold later could still fall inside its 30-day
054410* window (a sale dated after the new cycle date) and it has
054410* shares left to replace.
054410*----------------------------------------------------------------
054410 8322-WRITE-MASTER-BUY.
054410     IF BUY-MATCHED(P2-BUY-IDX) NOT < BUY-QUANTITY(P2-BUY-IDX)
054410         GO TO 8322-EXIT
054411     END-IF.
054411     COMPUTE P2-SL-BUY-DAY =
054411         FUNCTION INTEGER-OF-DATE(BUY-DATE(P2-BUY-IDX)).
054411     IF P2-SL-BUY-DAY + P2-SL-WINDOW-DAYS > P2-SL-CYCLE-DAY
054411         MOVE SPACES TO POSITION-MASTER-RECORD
054411         MOVE "R" TO PM-RECORD-TYPE
054411         MOVE BUY-ACCOUNT(P2-BUY-IDX)  TO PM-BUY-ACCOUNT
054411         MOVE BUY-SYMBOL(P2-BUY-IDX)   TO PM-BUY-SYMBOL
054411         MOVE BUY-DATE(P2-BUY-IDX)     TO PM-BUY-DATE
054411         MOVE BUY-QUANTITY(P2-BUY-IDX) TO PM-BUY-QUANTITY
054411         MOVE BUY-PRICE(P2-BUY-IDX)    TO PM-BUY-PRICE
054412         MOVE BUY-MATCHED(P2-BUY-IDX)  TO PM-BUY-MATCHED
054412         WRITE POSITION-MASTER-RECORD
054412     END-IF.
054412 8322-EXIT.
054412     EXIT.

054412*----------------------------------------------------------------
054412* 8324-WRITE-MASTER-CANDIDATE - carry one superficial-loss
054412* candidate forward while its window is still open past the
054412* new cycle date, a matched one followed by a type M record
054412* with its replacement purchase.  Once the cycle date reaches
054412* the 30th day after the sale 1397 has settled a matched
054413* candidate, and an unmatched one is dropped and its loss
054413* stands (8250 reports it as allowed).
054413*----------------------------------------------------------------
054413 8324-WRITE-MASTER-CANDIDATE.
054413     IF SLC-QUANTITY(P2-SLC-IDX) = ZERO
054413         GO TO 8324-EXIT
054413     END-IF.
054413     COMPUTE P2-SL-SALE-DAY =
054413         FUNCTION INTEGER-OF-DATE(SLC-SALE-DATE(P2-SLC-IDX)).
054413     IF P2-SL-SALE-DAY + P2-SL-WINDOW-DAYS > P2-SL-CYCLE-DAY
054413         MOVE SPACES TO POSITION-MASTER-RECORD
054414         MOVE "S" TO PM-RECORD-TYPE
054414         MOVE SLC-ACCOUNT(P2-SLC-IDX)    TO PM-SLC-ACCOUNT
054414         MOVE SLC-SYMBOL(P2-SLC-IDX)     TO PM-SLC-SYMBOL
054414         MOVE SLC-SALE-DATE(P2-SLC-IDX)  TO PM-SLC-SALE-DATE
054414         MOVE SLC-QUANTITY(P2-SLC-IDX)   TO PM-SLC-QUANTITY
054414         MOVE SLC-SELL-PRICE(P2-SLC-IDX) TO PM-SLC-SELL-PRICE
054414         MOVE SLC-COST(P2-SLC-IDX)       TO PM-SLC-COST
054414         MOVE SLC-REPL-ACCOUNT(P2-SLC-IDX)
054414             TO PM-SLC-REPL-ACCOUNT
054414         WRITE POSITION-MASTER-RECORD
054414         IF SLC-REPL-ACCOUNT(P2-SLC-IDX) NOT = SPACES
054415             MOVE SPACES TO POSITION-MASTER-RECORD
054415             MOVE "M" TO PM-RECORD-TYPE
054415             MOVE SLC-REPL-DATE(P2-SLC-IDX)  TO PM-SLM-REPL-DATE
054415             MOVE SLC-REPL-QTY(P2-SLC-IDX)   TO PM-SLM-REPL-QTY
054415             MOVE SLC-REPL-PRICE(P2-SLC-IDX) TO PM-SLM-REPL-PRICE
054415             WRITE POSITION-MASTER-RECORD
054415         END-IF
054415     END-IF.
054415 8324-EXIT.
054415     EXIT.

054415*----------------------------------------------------------------
054416* 8326-WRITE-MASTER-CONTRIB - carry one account's registered
054416* plan activity for a year forward while it can still matter:
054416* the new cycle year's deposits use its room, and the year
054416* before's TFSA withdrawals are what January 1 restored.
054416* Older years are dropped.
054416*----------------------------------------------------------------
054416 8326-WRITE-MASTER-CONTRIB.
054416     IF CTB-YEAR(P2-CTB-IDX) < P2-ROOM-PRIOR-YEAR
054416         GO TO 8326-EXIT
054416     END-IF.
054416     IF CTB-DEPOSITS(P2-CTB-IDX) = ZERO
054417        AND CTB-WITHDRAWALS(P2-CTB-IDX) = ZERO
054417         GO TO 8326-EXIT
054417     END-IF.
054417     MOVE SPACES TO POSITION-MASTER-RECORD.
054417     MOVE "T" TO PM-RECORD-TYPE.
054417     MOVE CTB-ACCOUNT(P2-CTB-IDX)     TO PM-CTB-ACCOUNT.
054417     MOVE CTB-YEAR(P2-CTB-IDX)        TO PM-CTB-YEAR.
054417     MOVE CTB-DEPOSITS(P2-CTB-IDX)    TO PM-CTB-DEPOSITS.
054417     MOVE CTB-WITHDRAWALS(P2-CTB-IDX) TO PM-CTB-WITHDRAWALS.
054417     WRITE POSITION-MASTER-RECORD.
054417 8326-EXIT.
054418     EXIT.

054418*----------------------------------------------------------------
054418* 8328-WRITE-MASTER-PENDING - carry one trade still waiting to
054418* settle (or failed) forward on the master, so the next run
054418* settles it on its settlement date.  Settled and taken-back
054418* trades are dropped.
054418*----------------------------------------------------------------
054418 8328-WRITE-MASTER-PENDING.
054418     IF PND-CLOSED(P2-PND-IDX)
054418         GO TO 8328-EXIT
054418     END-IF.
054419     MOVE SPACES TO POSITION-MASTER-RECORD.
054419     MOVE "U" TO PM-RECORD-TYPE.
054419     MOVE PND-ACCOUNT(P2-PND-IDX)     TO PM-PND-ACCOUNT.
054419     MOVE PND-SYMBOL(P2-PND-IDX)      TO PM-PND-SYMBOL.
054419     MOVE PND-TRADE-DATE(P2-PND-IDX)  TO PM-PND-TRADE-DATE.
054419     MOVE PND-SETTLE-DATE(P2-PND-IDX) TO PM-PND-SETTLE-DATE.
054419     MOVE PND-CODE(P2-PND-IDX)        TO PM-PND-CODE.
054419     MOVE PND-AMOUNT(P2-PND-IDX)      TO PM-PND-AMOUNT.
054419     MOVE PND-STATUS(P2-PND-IDX)      TO PM-PND-STATUS.
054419     WRITE POSITION-MASTER-RECORD.
054419 8328-EXIT.
054420     EXIT.

054430*----------------------------------------------------------------
055520     EXIT.

055530*----------------------------------------------------------------
055530* 8384-WRITE-COMPLIANCE-MASTER - carry today's breaches forward
055530* with their first-breached dates.  A run that did not check
055531* compliance leaves the master as it was.
055531*----------------------------------------------------------------
055531 8384-WRITE-COMPLIANCE-MASTER.
055532     IF NOT P2-CMP-RAN
055532         GO TO 8384-EXIT
055532     END-IF.
055533     OPEN OUTPUT COMPLIANCE-MASTER-FILE.
055533     PERFORM 8386-WRITE-ONE-COMP-MST THRU 8386-EXIT
055533         VARYING P2-CMC-IDX FROM 1 BY 1
055534         UNTIL P2-CMC-IDX > P2-CMC-COUNT.
055534     CLOSE COMPLIANCE-MASTER-FILE.
055534     IF P2-CMM-FILE-STATUS NOT = "00"
055535         SET P2-CTL-FAILED TO TRUE
055535     END-IF.
055535 8384-EXIT.
055536     EXIT.

055536 8386-WRITE-ONE-COMP-MST.
055536     MOVE SPACES TO COMPLIANCE-MASTER-RECORD.
055537     MOVE CMC-ACCOUNT(P2-CMC-IDX)        TO CM-ACCOUNT.
055537     MOVE CMC-RULE-TYPE(P2-CMC-IDX)      TO CM-RULE-TYPE.
055537     MOVE CMC-CODE(P2-CMC-IDX)           TO CM-CODE.
055538     MOVE CMC-FIRST-BREACHED(P2-CMC-IDX) TO CM-FIRST-BREACHED.
055538     WRITE COMPLIANCE-MASTER-RECORD.
055538 8386-EXIT.
055539     EXIT.

055539*----------------------------------------------------------------
055540* 8390-WRITE-GL-EXTRACT - turn the per-account journal
055550* buckets into balanced debit/credit lines: buys debit the
055560* investment account and credit cash; sells debit cash for
056560         MOVE GLE-DIV-INC(P2-GL-IDX) TO P2-GL-WORK-AMT
056570         MOVE 4200 TO GLX-GL-ACCOUNT
056580         MOVE "C" TO GLX-DRCR
056580         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056580     END-IF.
056580*    Superficial-loss denials - the selling account gives the
056580*    denied loss back through the 1300 clearing account, and
056580*    the account holding the replacement shares takes it out
056580*    of clearing onto the investment's cost.
056580     IF GLE-SL-DENIED(P2-GL-IDX) NOT = ZERO
056580         MOVE GLE-SL-DENIED(P2-GL-IDX) TO P2-GL-WORK-AMT
056580         MOVE 1300 TO GLX-GL-ACCOUNT
056580         MOVE "D" TO GLX-DRCR
056580         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056580         MOVE GLE-SL-DENIED(P2-GL-IDX) TO P2-GL-WORK-AMT
056581         MOVE 4100 TO GLX-GL-ACCOUNT
056581         MOVE "C" TO GLX-DRCR
056581         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056581     END-IF.
056581     IF GLE-SL-COST-ADJ(P2-GL-IDX) NOT = ZERO
056581         MOVE GLE-SL-COST-ADJ(P2-GL-IDX) TO P2-GL-WORK-AMT
056581         MOVE 1200 TO GLX-GL-ACCOUNT
056581         MOVE "D" TO GLX-DRCR
056581         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056581         MOVE GLE-SL-COST-ADJ(P2-GL-IDX) TO P2-GL-WORK-AMT
056581         MOVE 1300 TO GLX-GL-ACCOUNT
056581         MOVE "C" TO GLX-DRCR
056582         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056582     END-IF.
056582*    In-kind transfers - the sending account moves the shares
056582*    out through the 1400 transfer clearing account at their
056582*    transfer value, releasing their cost, with the gain or
056582*    loss on a deemed disposition as the plug; the receiving
056582*    account takes them out of clearing onto its investment at
056582*    the same value, so clearing nets to nil across the pair.
056582     IF GLE-XFER-OUT-VALUE(P2-GL-IDX) NOT = ZERO
056582        OR GLE-XFER-OUT-COST(P2-GL-IDX) NOT = ZERO
056582         MOVE GLE-XFER-OUT-VALUE(P2-GL-IDX) TO P2-GL-WORK-AMT
056582         MOVE 1400 TO GLX-GL-ACCOUNT
056583         MOVE "D" TO GLX-DRCR
056583         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056583         MOVE GLE-XFER-OUT-COST(P2-GL-IDX) TO P2-GL-WORK-AMT
056583         MOVE 1200 TO GLX-GL-ACCOUNT
056583         MOVE "C" TO GLX-DRCR
056583         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056583         COMPUTE P2-GL-WORK-AMT =
056583             GLE-XFER-OUT-VALUE(P2-GL-IDX)
056583             - GLE-XFER-OUT-COST(P2-GL-IDX)
056583         IF P2-GL-WORK-AMT NOT = ZERO
056583             MOVE 4100 TO GLX-GL-ACCOUNT
056583             IF P2-GL-WORK-AMT > ZERO
056583                 MOVE "C" TO GLX-DRCR
056584             ELSE
056584                 MOVE "D" TO GLX-DRCR
056584             END-IF
056584             PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056584         END-IF
056584     END-IF.
056584     IF GLE-XFER-IN-VALUE(P2-GL-IDX) NOT = ZERO
056584         MOVE GLE-XFER-IN-VALUE(P2-GL-IDX) TO P2-GL-WORK-AMT
056584         MOVE 1200 TO GLX-GL-ACCOUNT
056584         MOVE "D" TO GLX-DRCR
056584         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056584         MOVE GLE-XFER-IN-VALUE(P2-GL-IDX) TO P2-GL-WORK-AMT
056585         MOVE 1400 TO GLX-GL-ACCOUNT
056585         MOVE "C" TO GLX-DRCR
056585         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056585     END-IF.
056585*    Trade corrections - a cancelled buy's cost comes back off
056585*    the investment into cash; a cancelled sell's cost goes
056585*    back onto the investment and its proceeds back out of
056585*    cash, with the gain or loss it booked reversed as the
056585*    plug.  A dividend restated for a correction moves cash
056585*    against dividend income whichever way it went.  The
056585*    rebooked trade is journalled with the day's buys and
056585*    sells.
056586     IF GLE-RVS-BUY-COST(P2-GL-IDX) NOT = ZERO
056586         MOVE GLE-RVS-BUY-COST(P2-GL-IDX) TO P2-GL-WORK-AMT
056586         MOVE 1000 TO GLX-GL-ACCOUNT
056586         MOVE "D" TO GLX-DRCR
056586         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056586         MOVE GLE-RVS-BUY-COST(P2-GL-IDX) TO P2-GL-WORK-AMT
056586         MOVE 1200 TO GLX-GL-ACCOUNT
056586         MOVE "C" TO GLX-DRCR
056586         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056586     END-IF.
056586     IF GLE-RVS-PROCEEDS(P2-GL-IDX) NOT = ZERO
056586        OR GLE-RVS-SELL-COST(P2-GL-IDX) NOT = ZERO
056586         MOVE GLE-RVS-SELL-COST(P2-GL-IDX) TO P2-GL-WORK-AMT
056587         MOVE 1200 TO GLX-GL-ACCOUNT
056587         MOVE "D" TO GLX-DRCR
056587         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056587         MOVE GLE-RVS-PROCEEDS(P2-GL-IDX) TO P2-GL-WORK-AMT
056587         MOVE 1000 TO GLX-GL-ACCOUNT
056587         MOVE "C" TO GLX-DRCR
056587         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056587         COMPUTE P2-GL-WORK-AMT =
056587             GLE-RVS-PROCEEDS(P2-GL-IDX)
056587             - GLE-RVS-SELL-COST(P2-GL-IDX)
056587         IF P2-GL-WORK-AMT NOT = ZERO
056587             MOVE 4100 TO GLX-GL-ACCOUNT
056588             IF P2-GL-WORK-AMT > ZERO
056588                 MOVE "D" TO GLX-DRCR
056588             ELSE
056588                 MOVE "C" TO GLX-DRCR
056588             END-IF
056588             PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056588         END-IF
056588     END-IF.
056588     IF GLE-CORR-DIV(P2-GL-IDX) NOT = ZERO
056588         MOVE GLE-CORR-DIV(P2-GL-IDX) TO P2-GL-WORK-AMT
056588         MOVE 1000 TO GLX-GL-ACCOUNT
056588         IF GLE-CORR-DIV(P2-GL-IDX) > ZERO
056589             MOVE "D" TO GLX-DRCR
056589         ELSE
056589             MOVE "C" TO GLX-DRCR
056589         END-IF
056589         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056589         MOVE GLE-CORR-DIV(P2-GL-IDX) TO P2-GL-WORK-AMT
056589         MOVE 4200 TO GLX-GL-ACCOUNT
056589         IF GLE-CORR-DIV(P2-GL-IDX) > ZERO
056589             MOVE "C" TO GLX-DRCR
056589         ELSE
056589             MOVE "D" TO GLX-DRCR
056589         END-IF
056590         PERFORM 8394-WRITE-GL-LINE THRU 8394-EXIT
056600     END-IF.
056610 8392-EXIT.
057680     MOVE "CASH EXCEPTIONS"       TO P2-CTL-LABEL.
057690     MOVE P2-CTL-CASH-EXC        TO P2-CTL-EDIT.
057700     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
057701     MOVE "TRADES PENDING SETTLE" TO P2-CTL-LABEL.
057702     MOVE P2-CTL-PND-HELD        TO P2-CTL-EDIT.
057703     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
057704     MOVE "SETTLEMENTS FAILED"    TO P2-CTL-LABEL.
057705     MOVE P2-CTL-SETTLE-FAIL     TO P2-CTL-EDIT.
057706     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
057710     MOVE "PRICE EXCEPTIONS"      TO P2-CTL-LABEL.
057720     MOVE P2-CTL-PRICE-EXC       TO P2-CTL-EDIT.
057730     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
057740     MOVE "STALE PRICES"          TO P2-CTL-LABEL.
057750     MOVE P2-CTL-STALE-EXC       TO P2-CTL-EDIT.
057750     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
057751     MOVE "ROOM OVERRIDES POSTED" TO P2-CTL-LABEL.
057751     MOVE P2-CTL-ROOM-OVERRIDE   TO P2-CTL-EDIT.
057752     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
057753     MOVE "TRANSFER PAIRS POSTED" TO P2-CTL-LABEL.
057753     MOVE P2-CTL-XFER-PAIRS      TO P2-CTL-EDIT.
057754     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
057755     MOVE "CORRECTIONS POSTED"  TO P2-CTL-LABEL.
057755     MOVE P2-CTL-CORR-POSTED     TO P2-CTL-EDIT.
057756     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
057756     MOVE "CORRECTIONS UNBALANCED" TO P2-CTL-LABEL.
057757     MOVE P2-CTL-CORR-UNBAL      TO P2-CTL-EDIT.
057758     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
057758     MOVE "COMPLIANCE BREACHES"   TO P2-CTL-LABEL.
057759     MOVE P2-CMP-BREACH-COUNT    TO P2-CTL-EDIT.
057760     PERFORM 9910-WRITE-CTL-LINE THRU 9910-EXIT.
057770*    The journal extract must balance to the penny - a file
057780*    that does not must never reach the general ledger.
058290         SET P2-CTL-FAILED TO TRUE
058300     END-IF.
058310     CLOSE EXCEPTION-REPORT-OUT.
058312     CLOSE SUPERLOSS-REPORT-OUT.
058314     CLOSE ROOM-REPORT-OUT.
058316     CLOSE CORRECTION-REPORT-OUT.
058320     CLOSE REJECTED-RECORDS-OUT.
058330     PERFORM 9900-BALANCE-CONTROLS THRU 9900-EXIT.
058340     IF P2-CTL-FAILED
