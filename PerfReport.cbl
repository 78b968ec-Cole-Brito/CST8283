000400*                  boundary cash, so dividend income counts
000410*                  toward the return the way the nightly run
000420*                  credited it.
000420* 2026-10-15  CB   In-kind transfers between accounts: the
000421*                  replay moves the shares out of the sending
000422*                  account and into the receiving one with no
000423*                  cash side, and a transfer inside the period
000423*                  counts as an external flow on both accounts
000424*                  (out of one, into the other), valued at the
000425*                  period-end close, so shares arriving by
000426*                  transfer do not masquerade as a gain.
000426* 2026-10-15  CB   Trade cancel and correct rows restate the
000427*                  trade at its original date: the original
000428*                  comes out and the corrected trade goes in,
000429*                  whenever the row was keyed.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. PERF-REPORT.
000930        88 TRANS-IS-DEPOSIT    VALUE "D".
000940        88 TRANS-IS-WITHDRAWAL VALUE "W".
000950        88 TRANS-IS-FEE        VALUE "F".
000951        88 TRANS-IS-TRANSFER-OUT VALUE "O".
000952        88 TRANS-IS-TRANSFER-IN  VALUE "I".
000953        88 TRANS-IS-TRANSFER     VALUE "O" "I".
000954*       Trade corrections - the row names the original trade
000955*       as keyed, with its date and code in the fields behind.
000956        88 TRANS-IS-CANCEL       VALUE "X".
000957        88 TRANS-IS-CORRECT      VALUE "C".
000958        88 TRANS-IS-CORRECTION   VALUE "X" "C".
000960     05 TRANS-QUANTITY   PIC 9(5).
000970     05 TRANS-PRICE      PIC 9(4)V99.
000971*    Used by cancel and correct rows only; a correction's new
000972*    quantity or price left zero keeps the original's.
000973     05 TRANS-ORIG-DATE  PIC 9(8).
000974     05 TRANS-ORIG-CODE  PIC X.
000975        88 TRANS-ORIG-WAS-BUY  VALUE "B".
000976        88 TRANS-ORIG-WAS-SELL VALUE "S".
000977     05 TRANS-NEW-QUANTITY PIC 9(5).
000978     05 TRANS-NEW-PRICE  PIC 9(4)V99.

000980* Stock master load source - consulted only for each symbol's
000990* quote currency so boundary values convert to CAD.
001730 77 PR-POS-SUB              PIC 9(5) COMP VALUE ZERO.
001740 77 PR-PARM-SUB             PIC 9(2) COMP VALUE ZERO.
001750 77 PR-CASH-AMOUNT          PIC S9(9)V99 VALUE ZERO.
001753 77 PR-CORR-NEW-QTY         PIC 9(5) VALUE ZERO.
001756 77 PR-CORR-NEW-PRICE       PIC 9(4)V99 VALUE ZERO.
001760 77 PR-START-FX             PIC 9(3)V9999 VALUE 1.
001770 77 PR-END-FX               PIC 9(3)V9999 VALUE 1.
001780 77 PR-WORK-VALUE           PIC S9(11)V99 VALUE ZERO.
002910*       leave per-trade remainders that net out here.
002920        10 PRQ-START-SHARES  PIC S9(7)V99.
002930        10 PRQ-END-SHARES    PIC S9(7)V99.
002932*       Shares moved in (+) or out (-) by transfers inside the
002934*       period, in end-boundary terms - valued at the end close
002936*       as the account's transfer flow.
002938        10 PRQ-XFER-SHARES   PIC S9(7)V99.

002940* Per-account accumulators: boundary cash, boundary market
002950* values and the period's external flows.
005440* trade or cash movement dated on or before the FROM date is
005450* part of the opening position and cash; everything dated on
005460* or before the TO date is part of the closing ones; rows
005470* after the TO date are ignored.  Deposits, withdrawals and
005480* in-kind transfers inside the period are the external flows
005490* the return is adjusted by - fees stay in as performance
005495* drag.
005500*----------------------------------------------------------------
005510 2000-REPLAY-TRANSACTIONS.
005520     OPEN INPUT TRANSACTION-FILE-IN.
005640     EXIT.

005650 2020-APPLY-ONE-TRANS.
005651*    A correction is dated by the trade it restates, not the
005652*    day it was keyed, so it is gated on that date in 2200.
005653     IF TRANS-IS-CORRECTION
005654         PERFORM 2200-APPLY-CORRECTION THRU 2200-EXIT
005655         GO TO 2020-NEXT
005656     END-IF.
005660     IF TRANS-DATE NOT NUMERIC
005670        OR TRANS-QUANTITY NOT NUMERIC
005680        OR TRANS-PRICE NOT NUMERIC
005750         GO TO 2020-NEXT
005760     END-IF.
005770     COMPUTE PR-CASH-AMOUNT = TRANS-QUANTITY * TRANS-PRICE.
005780     IF TRANS-IS-TRANSFER
005782         MOVE ZERO TO PR-CASH-AMOUNT
005784     END-IF.
005786     IF TRANS-IS-BUY OR TRANS-IS-SELL OR TRANS-IS-TRANSFER
005790         PERFORM 2100-APPLY-TRADE THRU 2100-EXIT
005800         GO TO 2020-NEXT
005810     END-IF.
006240* by every split effective between the trade date and the
006250* boundary, so the counts are in the same post-split terms
006260* as the closes that value them.  The cash side is what was
006270* actually paid or received - splits never touch it.  An
006272* in-kind transfer has no cash side: the transfer-in adds
006274* shares like a buy, the transfer-out removes them like a sell,
006276* and one inside the period also lands in the position's
006278* transfer count for the flow.
006280*----------------------------------------------------------------
006290 2100-APPLY-TRADE.
006300     MOVE TRANS-SYMBOL TO PR-REMAP-SYMBOL.
006380     PERFORM 2180-COMPUTE-SPLIT-FACTOR THRU 2180-EXIT.
006390     COMPUTE PR-ADJ-SHARES ROUNDED =
006400         TRANS-QUANTITY * PR-SPLIT-FACTOR.
006410     IF TRANS-IS-BUY OR TRANS-IS-TRANSFER-IN
006420         ADD PR-ADJ-SHARES
006430             TO PRQ-END-SHARES(PR-POS-FOUND-IDX)
006440         SUBTRACT PR-CASH-AMOUNT
006490         ADD PR-CASH-AMOUNT
006500             TO PRA-END-CASH(PR-ACCT-FOUND-IDX)
006510     END-IF.
006511     IF TRANS-IS-TRANSFER-IN AND TRANS-DATE > PR-FROM-DATE
006512         ADD PR-ADJ-SHARES
006513             TO PRQ-XFER-SHARES(PR-POS-FOUND-IDX)
006514     END-IF.
006515     IF TRANS-IS-TRANSFER-OUT AND TRANS-DATE > PR-FROM-DATE
006516         SUBTRACT PR-ADJ-SHARES
006517             FROM PRQ-XFER-SHARES(PR-POS-FOUND-IDX)
006518     END-IF.
006520     IF TRANS-DATE > PR-FROM-DATE
006530         GO TO 2100-EXIT
006540     END-IF.
006560     PERFORM 2180-COMPUTE-SPLIT-FACTOR THRU 2180-EXIT.
006570     COMPUTE PR-ADJ-SHARES ROUNDED =
006580         TRANS-QUANTITY * PR-SPLIT-FACTOR.
006590     IF TRANS-IS-BUY OR TRANS-IS-TRANSFER-IN
006600         ADD PR-ADJ-SHARES
006610             TO PRQ-START-SHARES(PR-POS-FOUND-IDX)
006620         SUBTRACT PR-CASH-AMOUNT
007210             PR-SPLIT-FACTOR * PCA-RATIO(PR-CACT-SUB)
007220     END-IF.
007230 2190-EXIT.
007230     EXIT.

007230*----------------------------------------------------------------
007230* 2200-APPLY-CORRECTION - a cancel or correct row restates a
007230* buy or sell booked on an earlier day, as the nightly run
007230* does, so it replays as two trades dated the original's day:
007230* the original taken back (a buy reversed is a sell on the same
007231* terms, a sell reversed a buy), then for a correction the
007231* trade as it should have been.  A row the nightly run would
007231* refuse on its face is skipped.
007231*----------------------------------------------------------------
007231 2200-APPLY-CORRECTION.
007231     IF TRANS-DATE NOT NUMERIC
007232        OR TRANS-QUANTITY NOT NUMERIC
007232        OR TRANS-PRICE NOT NUMERIC
007232        OR TRANS-ORIG-DATE NOT NUMERIC
007232        OR TRANS-ORIG-DATE > TRANS-DATE
007232        OR TRANS-ORIG-DATE > PR-TO-DATE
007232        OR (NOT TRANS-ORIG-WAS-BUY AND NOT TRANS-ORIG-WAS-SELL)
007232         GO TO 2200-EXIT
007233     END-IF.
007233     MOVE TRANS-ACCOUNT TO PR-LOOKUP-ACCOUNT.
007233     PERFORM 5100-FIND-ACCT-ENTRY THRU 5100-EXIT.
007233     IF NOT PR-ACCT-FOUND
007233         GO TO 2200-EXIT
007233     END-IF.
007234     MOVE ZERO TO PR-CORR-NEW-QTY.
007234     MOVE ZERO TO PR-CORR-NEW-PRICE.
007234     IF TRANS-IS-CORRECT
007234         IF TRANS-NEW-QUANTITY NOT NUMERIC
007234            OR TRANS-NEW-PRICE NOT NUMERIC
007234             GO TO 2200-EXIT
007235         END-IF
007235         MOVE TRANS-NEW-QUANTITY TO PR-CORR-NEW-QTY
007235         MOVE TRANS-NEW-PRICE    TO PR-CORR-NEW-PRICE
007235         IF PR-CORR-NEW-QTY = ZERO
007235             MOVE TRANS-QUANTITY TO PR-CORR-NEW-QTY
007235         END-IF
007235         IF PR-CORR-NEW-PRICE = ZERO
007236             MOVE TRANS-PRICE TO PR-CORR-NEW-PRICE
007236         END-IF
007236         IF PR-CORR-NEW-QTY = TRANS-QUANTITY
007236            AND PR-CORR-NEW-PRICE = TRANS-PRICE
007236             GO TO 2200-EXIT
007236         END-IF
007237     END-IF.
007237*    Both legs replay through 2100 as ordinary trades, so the
007237*    row is restated in place; the next read replaces it.
007237     MOVE TRANS-ORIG-DATE TO TRANS-DATE.
007237     IF TRANS-ORIG-WAS-BUY
007237         MOVE "S" TO TRANS-CODE
007237     ELSE
007238         MOVE "B" TO TRANS-CODE
007238     END-IF.
007238     COMPUTE PR-CASH-AMOUNT = TRANS-QUANTITY * TRANS-PRICE.
007238     PERFORM 2100-APPLY-TRADE THRU 2100-EXIT.
007238     IF PR-CORR-NEW-QTY > ZERO
007238         MOVE TRANS-ORIG-CODE   TO TRANS-CODE
007239         MOVE PR-CORR-NEW-QTY   TO TRANS-QUANTITY
007239         MOVE PR-CORR-NEW-PRICE TO TRANS-PRICE
007239         COMPUTE PR-CASH-AMOUNT = TRANS-QUANTITY * TRANS-PRICE
007239         PERFORM 2100-APPLY-TRADE THRU 2100-EXIT
007239     END-IF.
007239 2200-EXIT.
007240     EXIT.

007250*----------------------------------------------------------------
009230             ADD 1 TO PRA-UNPRICED(PR-ACCT-FOUND-IDX)
009240         END-IF
009250     END-IF.
009250*    Shares that arrived or left by transfer during the period
009251*    are a flow, not performance.  The end close values them -
009251*    the same close the closing holdings are valued at.
009252     IF PRQ-XFER-SHARES(PR-POS-SUB) NOT = ZERO
009252         IF PR-PRICE-FOUND
009253            AND PRP-HAS-END(PR-PRICE-FOUND-IDX)
009254             COMPUTE PR-WORK-VALUE ROUNDED =
009254                 PRQ-XFER-SHARES(PR-POS-SUB)
009255                 * PRP-END-PRICE(PR-PRICE-FOUND-IDX)
009255                 * PR-END-FX
009256             ADD PR-WORK-VALUE
009257                 TO PRA-NET-FLOW(PR-ACCT-FOUND-IDX)
009257         ELSE
009258             ADD 1 TO PRA-UNPRICED(PR-ACCT-FOUND-IDX)
009258         END-IF
009259     END-IF.
009260 4010-EXIT.
009270     EXIT.

009940     MOVE PR-LOOKUP-SYMBOL TO PRQ-SYMBOL(PR-POS-FOUND-IDX).
009950     MOVE ZERO TO PRQ-START-SHARES(PR-POS-FOUND-IDX).
009960     MOVE ZERO TO PRQ-END-SHARES(PR-POS-FOUND-IDX).
009965     MOVE ZERO TO PRQ-XFER-SHARES(PR-POS-FOUND-IDX).
009970     SET PR-POS-FOUND TO TRUE.
009980 5000-EXIT.
009990     EXIT.
