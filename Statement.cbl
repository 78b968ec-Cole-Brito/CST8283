000600*                  and the position master gate also refuses
000610*                  a non-numeric cycle date, as the nightly
000620*                  run's own master load does.
000620* 2026-10-15  CB   Position master records widened to the
000620*                  nightly run's new length, and realized rows
000621*                  that are superficial-loss denials are
000621*                  labelled on the statement.
000622* 2026-10-15  CB   Account master record carries the model
000622*                  portfolio code (not used here).
000623* 2026-10-15  CB   Account master record carries the open and
000623*                  close dates (not used here).
000624* 2026-10-15  CB   In-kind transfers between accounts: a
000624*                  transfer-out leaves the sending account's
000625*                  holdings and a transfer-in joins the
000625*                  receiving one, neither touching cash, and
000626*                  both list on the activity section as
000626*                  XFER OUT / XFER IN with no price.
000627* 2026-10-15  CB   Trade cancel and correct rows restate the
000627*                  trade at its original date: the original is
000628*                  backed out and the corrected trade put in its
000628*                  place, both listed on the activity section,
000629*                  and realized rows taken back by a cancelled
000629*                  or corrected sale are labelled.
000630******************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. CLIENT-STMT.
001250        88 PM-IS-LOT         VALUE "L".
001260        88 PM-IS-CASH        VALUE "B".
001270        88 PM-IS-ENTITLE     VALUE "D".
001280     05 PM-DATA          PIC X(40).
001290     05 PM-CONTROL-DATA REDEFINES PM-DATA.
001300        10 PM-CYCLE-DATE    PIC 9(8).
001310        10 PM-COST-MODE     PIC X.
001320        10 FILLER           PIC X(31).
001330     05 PM-POSITION-DATA REDEFINES PM-DATA.
001340        10 PM-ACCOUNT       PIC X(4).
001350        10 PM-SYMBOL        PIC X(7).
001360        10 PM-SHARES        PIC 9(7).
001370        10 PM-AVERAGE-COST  PIC 9(4)V99.
001380        10 FILLER           PIC X(16).
001390     05 PM-CASH-DATA REDEFINES PM-DATA.
001400        10 PM-CASH-ACCOUNT  PIC X(4).
001410        10 PM-CASH-BALANCE  PIC S9(9)V99
001420                            SIGN LEADING SEPARATE.
001430        10 FILLER           PIC X(24).

001440* Transaction history - used to back the master's positions
001450* and cash out to the period boundaries, and to list the
001460* period's trades and transfers on the statement.
001470 FD TRANSACTION-FILE-IN.
001480 01 TRANSACTION-RECORD.
001490     05 TRANS-ACCOUNT    PIC X(4).
001550        88 TRANS-IS-DEPOSIT    VALUE "D".
001560        88 TRANS-IS-WITHDRAWAL VALUE "W".
001570        88 TRANS-IS-FEE        VALUE "F".
001571        88 TRANS-IS-TRANSFER-OUT VALUE "O".
001572        88 TRANS-IS-TRANSFER-IN  VALUE "I".
001573        88 TRANS-IS-TRANSFER     VALUE "O" "I".
001574*       Trade corrections - the row names the original trade
001575*       as keyed, with its date and code in the fields behind.
001576        88 TRANS-IS-CANCEL       VALUE "X".
001577        88 TRANS-IS-CORRECT      VALUE "C".
001578        88 TRANS-IS-CORRECTION   VALUE "X" "C".
001580     05 TRANS-QUANTITY   PIC 9(5).
001590     05 TRANS-PRICE      PIC 9(4)V99.
001591*    Used by cancel and correct rows only; a correction's new
001592*    quantity or price left zero keeps the original's.
001593     05 TRANS-ORIG-DATE  PIC 9(8).
001594     05 TRANS-ORIG-CODE  PIC X.
001595        88 TRANS-ORIG-WAS-BUY  VALUE "B".
001596        88 TRANS-ORIG-WAS-SELL VALUE "S".
001597     05 TRANS-NEW-QUANTITY PIC 9(5).
001598     05 TRANS-NEW-PRICE  PIC 9(4)V99.

001600* Realized gain/loss ledger - the period's rows go on the
001610* statement's realized section.
001680     05 RLG-SELL-PRICE    PIC 9(4)V99.
001690     05 RLG-AVERAGE-COST  PIC 9(4)V99.
001700     05 RLG-GAIN-LOSS     PIC S9(9)V99 SIGN LEADING SEPARATE.
001702     05 RLG-SL-FLAG       PIC X.
001704        88 RLG-IS-SL-DENIAL  VALUE "D".
001706        88 RLG-IS-REVERSAL   VALUE "R".

001710* Paid-dividend ledger - the period's rows go on the
001720* statement's dividend income section.
002230     05 ACM-HOLDER-NAME  PIC X(25).
002240     05 ACM-TYPE         PIC X(4).
002250     05 ACM-STATUS       PIC X.
002252     05 ACM-MODEL        PIC X(4).
002254     05 ACM-OPEN-DATE    PIC 9(8).
002256     05 ACM-CLOSE-DATE   PIC 9(8).

002260* The statements, one per account, each starting on a fresh
002270* page.
002780 77 ST-SECTION-TOTAL        PIC S9(11)V99 VALUE ZERO.
002790 77 ST-REALIZED-TOTAL       PIC S9(11)V99 VALUE ZERO.
002800 77 ST-DIVIDEND-TOTAL       PIC S9(11)V99 VALUE ZERO.
002803 77 ST-CORR-NEW-QTY         PIC 9(5) VALUE ZERO.
002806 77 ST-CORR-NEW-PRICE       PIC 9(4)V99 VALUE ZERO.

002810 01 ST-COMMAND-LINE         PIC X(60) VALUE SPACES.
002820 01 ST-PARM-TOKENS.
003300        88 ST-DIV-TRUNCATED          VALUE "Y".
003310     05 ST-SW-SECTION-ANY      PIC X VALUE "N".
003320        88 ST-SECTION-ANY           VALUE "Y".
003322     05 ST-SW-CORR-LEG         PIC X VALUE SPACE.
003324        88 ST-CORR-REVERSAL         VALUE "X".
003326        88 ST-CORR-REBOOK           VALUE "C".

003330* Symbol-to-name-and-currency map from the stock master.
003340 01 ST-STOCK-TABLE.
004170        10 ACT-CODE          PIC X.
004180        10 ACT-QUANTITY      PIC 9(5).
004190        10 ACT-PRICE         PIC 9(4)V99.
004192*       Blank for a trade as keyed; "X" the original of a
004194*       cancelled or corrected trade taken back, "C" the trade
004196*       as corrected.
004198        10 ACT-LEG           PIC X.

004200 01 ST-REALIZED-TABLE.
004210     05 ST-RGL-ENTRY OCCURS 1 TO 10000 TIMES
004250        10 SRG-DATE          PIC 9(8).
004260        10 SRG-SYMBOL        PIC X(7).
004270        10 SRG-GAIN-LOSS     PIC S9(9)V99.
004275        10 SRG-SL-FLAG       PIC X.

004280 01 ST-DIVIDEND-TABLE.
004290     05 ST-DIV-ENTRY OCCURS 1 TO 10000 TIMES
004890     05 FILLER            PIC X(2) VALUE SPACES.
004900     05 ST-MNY-AMOUNT     PIC $$$,$$$,$$9.99.
004910     05 ST-MNY-MINUS      PIC X.
004913     05 FILLER            PIC X(2) VALUE SPACES.
004916     05 ST-MNY-NOTE       PIC X(24).

004920 01 ST-TOTAL-LINE.
004930     05 FILLER            PIC X(2) VALUE SPACES.
008170        OR TRANS-DATE > ST-CYCLE-DATE
008180         GO TO 2520-NEXT
008190     END-IF.
008200     IF TRANS-IS-CORRECTION
008202         PERFORM 2900-APPLY-CORRECTION THRU 2900-EXIT
008204         GO TO 2520-NEXT
008206     END-IF.
008208     IF TRANS-IS-BUY OR TRANS-IS-SELL OR TRANS-IS-TRANSFER
008210         PERFORM 2600-APPLY-TRADE-ROW THRU 2600-EXIT
008220     ELSE
008230         IF TRANS-IS-DEPOSIT OR TRANS-IS-WITHDRAWAL
008340* part of that boundary's back-out delta (buys added after,
008350* sells removed after); one inside the period also lists in
008360* the activity section.  The trade's cash side backs out of
008370* the boundary cash the same way.  An in-kind transfer is
008373* handled as a trade with no cash side: the transfer-in adds
008376* shares like a buy, the transfer-out removes them like a sell.
008380*----------------------------------------------------------------
008390 2600-APPLY-TRADE-ROW.
008400*    The master's positions are post-split and post-rename,
008620     PERFORM 2850-COMPUTE-SPLIT-FACTOR THRU 2850-EXIT.
008630     COMPUTE ST-ADJ-SHARES ROUNDED =
008640         TRANS-QUANTITY * ST-SPLIT-FACTOR.
008650     IF TRANS-IS-BUY OR TRANS-IS-TRANSFER-IN
008660         MOVE ST-ADJ-SHARES TO ST-WORK-SHARES
008670     ELSE
008680         COMPUTE ST-WORK-SHARES = ZERO - ST-ADJ-SHARES
008710         TRANS-QUANTITY * TRANS-PRICE.
008720     IF TRANS-IS-BUY
008730         COMPUTE ST-CASH-AMOUNT = ZERO - ST-CASH-AMOUNT
008732     END-IF.
008734     IF TRANS-IS-TRANSFER
008736         MOVE ZERO TO ST-CASH-AMOUNT
008740     END-IF.
008750     IF TRANS-DATE > ST-FROM-DATE
008760         ADD ST-WORK-SHARES
009050     MOVE TRANS-CODE     TO ACT-CODE(ST-ACT-IDX).
009060     MOVE TRANS-QUANTITY TO ACT-QUANTITY(ST-ACT-IDX).
009070     MOVE TRANS-PRICE    TO ACT-PRICE(ST-ACT-IDX).
009071     MOVE ST-SW-CORR-LEG TO ACT-LEG(ST-ACT-IDX).
009072*    A taken-back original lists under its own code, not the
009073*    opposite code it backs out with.
009074     IF ST-CORR-REVERSAL
009075         MOVE TRANS-ORIG-CODE TO ACT-CODE(ST-ACT-IDX)
009076     END-IF.
009080 2650-EXIT.
009090     EXIT.

009840             ST-SPLIT-FACTOR * SCA-RATIO(ST-CACT-SUB)
009850     END-IF.
009860 2860-EXIT.
009860     EXIT.

009860*----------------------------------------------------------------
009860* 2900-APPLY-CORRECTION - a cancel or correct row restates a
009860* buy or sell booked on an earlier day, and the master carries
009860* the restatement as of that trade's own date.  So the row
009861* backs out as two trades dated the original's day: the
009861* original taken back (a buy reversed is a sell on the same
009861* terms, a sell reversed a buy), then for a correction the
009861* trade as it should have been.  A row the nightly run would
009861* refuse on its face is skipped.
009861*----------------------------------------------------------------
009862 2900-APPLY-CORRECTION.
009862     IF TRANS-ORIG-DATE NOT NUMERIC
009862        OR TRANS-ORIG-DATE > TRANS-DATE
009862        OR (NOT TRANS-ORIG-WAS-BUY AND NOT TRANS-ORIG-WAS-SELL)
009862         GO TO 2900-EXIT
009862     END-IF.
009863     MOVE ZERO TO ST-CORR-NEW-QTY.
009863     MOVE ZERO TO ST-CORR-NEW-PRICE.
009863     IF TRANS-IS-CORRECT
009863         IF TRANS-NEW-QUANTITY NOT NUMERIC
009863            OR TRANS-NEW-PRICE NOT NUMERIC
009864             GO TO 2900-EXIT
009864         END-IF
009864         MOVE TRANS-NEW-QUANTITY TO ST-CORR-NEW-QTY
009864         MOVE TRANS-NEW-PRICE    TO ST-CORR-NEW-PRICE
009864         IF ST-CORR-NEW-QTY = ZERO
009864             MOVE TRANS-QUANTITY TO ST-CORR-NEW-QTY
009865         END-IF
009865         IF ST-CORR-NEW-PRICE = ZERO
009865             MOVE TRANS-PRICE TO ST-CORR-NEW-PRICE
009865         END-IF
009865         IF ST-CORR-NEW-QTY = TRANS-QUANTITY
009865            AND ST-CORR-NEW-PRICE = TRANS-PRICE
009866             GO TO 2900-EXIT
009866         END-IF
009866     END-IF.
009866*    Both legs post through 2600 as ordinary trades, so the
009866*    row is restated in place; the next read replaces it.
009867     MOVE TRANS-ORIG-DATE TO TRANS-DATE.
009867     IF TRANS-ORIG-WAS-BUY
009867         MOVE "S" TO TRANS-CODE
009867     ELSE
009867         MOVE "B" TO TRANS-CODE
009867     END-IF.
009868     SET ST-CORR-REVERSAL TO TRUE.
009868     PERFORM 2600-APPLY-TRADE-ROW THRU 2600-EXIT.
009868     IF ST-CORR-NEW-QTY > ZERO
009868         MOVE TRANS-ORIG-CODE   TO TRANS-CODE
009868         MOVE ST-CORR-NEW-QTY   TO TRANS-QUANTITY
009868         MOVE ST-CORR-NEW-PRICE TO TRANS-PRICE
009869         SET ST-CORR-REBOOK TO TRUE
009869         PERFORM 2600-APPLY-TRADE-ROW THRU 2600-EXIT
009869     END-IF.
009869     MOVE SPACE TO ST-SW-CORR-LEG.
009869 2900-EXIT.
009870     EXIT.

009880*----------------------------------------------------------------
011280         MOVE RLG-DATE      TO SRG-DATE(ST-RGL-IDX)
011290         MOVE RLG-SYMBOL    TO SRG-SYMBOL(ST-RGL-IDX)
011300         MOVE RLG-GAIN-LOSS TO SRG-GAIN-LOSS(ST-RGL-IDX)
011305         MOVE RLG-SL-FLAG   TO SRG-SL-FLAG(ST-RGL-IDX)
011310     END-IF.
011320 4020-NEXT.
011330     PERFORM 4010-READ-REALIZED THRU 4010-EXIT.
016500     EXIT.

016510*----------------------------------------------------------------
016520* 7300-PRINT-ACTIVITY - the period's trades and transfers for the
016530* account being statemented.
016540*----------------------------------------------------------------
016550 7300-PRINT-ACTIVITY.
016800     IF ACT-CODE(ST-SCAN-SUB) = "B"
016810         MOVE "BOUGHT" TO ST-ACT-VERB
016820     ELSE
016830         IF ACT-CODE(ST-SCAN-SUB) = "S"
016830             MOVE "SOLD" TO ST-ACT-VERB
016830         ELSE
016831             IF ACT-CODE(ST-SCAN-SUB) = "O"
016831                 MOVE "XFER OUT" TO ST-ACT-VERB
016832             ELSE
016832                 MOVE "XFER IN" TO ST-ACT-VERB
016832             END-IF
016833         END-IF
016833     END-IF.
016834*    A cancelled or corrected trade lists at its original date:
016834*    the original taken back, then the trade as corrected.
016834     IF ACT-LEG(ST-SCAN-SUB) = "X"
016835         IF ACT-CODE(ST-SCAN-SUB) = "B"
016835             MOVE "CXL BOUGHT" TO ST-ACT-VERB
016836         ELSE
016836             MOVE "CXL SOLD" TO ST-ACT-VERB
016836         END-IF
016837     END-IF.
016837     IF ACT-LEG(ST-SCAN-SUB) = "C"
016838         IF ACT-CODE(ST-SCAN-SUB) = "B"
016838             MOVE "COR BOUGHT" TO ST-ACT-VERB
016838         ELSE
016839             MOVE "COR SOLD" TO ST-ACT-VERB
016839         END-IF
016840     END-IF.
016850     MOVE ACT-QUANTITY(ST-SCAN-SUB) TO ST-ACT-QTY.
016860*    A transfer moves shares, not money - its price column
016862*    stays blank.
016864     IF ACT-CODE(ST-SCAN-SUB) = "B" OR "S"
016866         MOVE ACT-PRICE(ST-SCAN-SUB) TO ST-ACT-PRICE
016868     END-IF.
016870     MOVE SPACES TO STATEMENT-RECORD.
016880     WRITE STATEMENT-RECORD FROM ST-ACTIVITY-LINE.
016890 7310-EXIT.
017280         MOVE "-" TO ST-MNY-MINUS
017290     ELSE
017300         MOVE SPACE TO ST-MNY-MINUS
017300     END-IF.
017301*    A superficial-loss denial gives back part of a loss
017302*    listed on its own line; it is labelled so the client
017303*    can see why the two lines differ.
017304     IF SRG-SL-FLAG(ST-SCAN-SUB) = "D"
017305         MOVE "SUPERFICIAL LOSS DENIED" TO ST-MNY-NOTE
017305     END-IF.
017306*    A reversal takes back a sale later cancelled or corrected;
017307*    the corrected sale, if any, lists on its own line.
017308     IF SRG-SL-FLAG(ST-SCAN-SUB) = "R"
017309         MOVE "SALE CANCELLED/CORRECTED" TO ST-MNY-NOTE
017310     END-IF.
017320     MOVE SPACES TO STATEMENT-RECORD.
017330     WRITE STATEMENT-RECORD FROM ST-MONEY-LINE.
