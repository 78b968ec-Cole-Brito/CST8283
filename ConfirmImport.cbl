000470*                  two decimals, so nothing NUMVAL would
000480*                  silently truncate can reach the day file
000490*                  or the match compare.
000490* 2026-10-15  CB   Fee rows written by FEE-BILLING (FEETRANS.txt)
000490*                  are carried to the day file as they stand,
000491*                  with their own control total, so the quarter's
000491*                  fees reach the nightly run without being keyed
000491*                  by hand.  No file just means no fees today.
000492* 2026-10-15  CB   Manually keyed in-kind transfer rows (O/I)
000492*                  have no broker confirm either, so they ride
000492*                  through to the day file as keyed, in keyed
000493*                  order so each pair stays together, with
000493*                  their own control total.
000494* 2026-10-15  CB   Trade cancel and correct rows (X/C) are
000494*                  likewise carried through as keyed, with the
000494*                  original trade's terms behind them, and
000495*                  counted on their own control line.
000495* 2026-10-15  CB   A confirm on a symbol the compliance rules
000495*                  (COMPRULE.txt) restrict for the account's type
000496*                  is flagged - still written to the day file,
000496*                  since the trade has already been executed,
000497*                  but listed on the match report and CONFREJ.txt
000497*                  for compliance to review, with its own
000497*                  control total.  No rules file just means
000498*                  nothing is restricted.
000498* 2026-10-15  CB   Fee rows dated on or before the position
000498*                  master's cycle date are already on the master
000499*                  and are skipped and counted, so a quarter's
000499*                  fees reach the nightly run only once.
000500******************************************************************
000510 IDENTIFICATION DIVISION.
000520 PROGRAM-ID. CONFIRM-IMPORT.
000650     ORGANIZATION IS LINE SEQUENTIAL
000660     FILE STATUS IS CI-MAN-FILE-STATUS.

000660     SELECT FEE-TRANS-FILE-IN
000661     ASSIGN TO "../FEETRANS.txt"
000662     ORGANIZATION IS LINE SEQUENTIAL
000663     FILE STATUS IS CI-FEE-FILE-STATUS.

000663     SELECT COMPLIANCE-RULE-FILE-IN
000664     ASSIGN TO "../COMPRULE.txt"
000665     ORGANIZATION IS LINE SEQUENTIAL
000666     FILE STATUS IS CI-CRL-FILE-STATUS.

000666     SELECT ACCOUNT-FILE-IN
000667     ASSIGN TO "../ACCOUNTS.txt"
000668     ORGANIZATION IS LINE SEQUENTIAL
000669     FILE STATUS IS CI-ACM-FILE-STATUS.

000670     SELECT DAY-TRANS-FILE-OUT
000680     ASSIGN TO "../DAYTRANS.txt"
000690     ORGANIZATION IS LINE SEQUENTIAL.
000710     ASSIGN TO "../MATCHRPT.txt"
000720     ORGANIZATION IS LINE SEQUENTIAL.

000722     SELECT POSITION-MASTER-FILE
000724     ASSIGN TO "../POSMAST.txt"
000726     ORGANIZATION IS LINE SEQUENTIAL
000728     FILE STATUS IS CI-POSM-FILE-STATUS.

000730     SELECT CONFIRM-REJECT-OUT
000740     ASSIGN TO "../CONFREJ.txt"
000750     ORGANIZATION IS LINE SEQUENTIAL.
000930     05 MAN-CODE         PIC X.
000940     05 MAN-QUANTITY     PIC 9(5).
000950     05 MAN-PRICE        PIC 9(4)V99.
000950*    A cancel or correct row's original date and code and its
000950*    corrected quantity and price - carried, never matched.
000950     05 MAN-CORR-TERMS   PIC X(20).

000950* Fee rows from the quarterly fee billing - already in the
000951* fixed layout, one F row per billed account.  Nothing to match
000951* them against, so they go to the day file unchanged.  The
000951* file is optional - it exists only after a billing run.
000951 FD FEE-TRANS-FILE-IN.
000952 01 FEE-TRANS-RECORD.
000952     05 FEE-ACCOUNT      PIC X(4).
000952     05 FEE-DATE         PIC 9(8).
000952     05 FEE-SYMBOL       PIC X(7).
000953     05 FEE-CODE         PIC X.
000953     05 FEE-QUANTITY     PIC 9(5).
000953     05 FEE-PRICE        PIC 9(4)V99.
000953     05 FEE-ORIG-DATE    PIC 9(8).
000954     05 FEE-ORIG-CODE    PIC X.
000954     05 FEE-NEW-QUANTITY PIC 9(5).
000954     05 FEE-NEW-PRICE    PIC 9(4)V99.

000954* Compliance rules, as the nightly run reads them.  Only the
000955* restricted-symbol rows (type R - scope is an account type, or
000955* ALL/blank for every account; code is the symbol) matter
000955* here.  The file is optional - no file, nothing restricted.
000955 FD COMPLIANCE-RULE-FILE-IN.
000955 01 COMPLIANCE-RULE-RECORD.
000956     05 CRL-RULE-TYPE    PIC X.
000956        88 CRL-IS-RESTRICTED    VALUE "R".
000956     05 CRL-SCOPE        PIC X(4).
000956     05 CRL-CODE         PIC X(7).
000957     05 CRL-LIMIT-PCT    PIC 9(3)V99.

000957* Account master - read only for each account's type, which
000957* decides which restricted-symbol rules apply to it.
000957 FD ACCOUNT-FILE-IN.
000958 01 ACCOUNT-RECORD.
000958     05 ACM-ACCOUNT      PIC X(4).
000958     05 ACM-HOLDER-NAME  PIC X(25).
000958     05 ACM-TYPE         PIC X(4).
000959     05 ACM-STATUS       PIC X.
000959     05 ACM-MODEL        PIC X(4).
000959     05 ACM-OPEN-DATE    PIC 9(8).
000959     05 ACM-CLOSE-DATE   PIC 9(8).

000960* Clean day file, ready to be installed as the nightly run's
000970* TRANSACTIONS.txt - every valid confirm, translated into the
000980* fixed transaction layout, plus the manually keyed cash
000990* movements (D/W/F), transfers (O/I) and trade corrections
001000* (X/C) and the billed fee rows, which the broker never
001005* confirms and so ride through as keyed.
001010 FD DAY-TRANS-FILE-OUT.
001020 01 DAY-TRANS-RECORD.
001030     05 DAY-ACCOUNT      PIC X(4).
001060     05 DAY-CODE         PIC X.
001070     05 DAY-QUANTITY     PIC 9(5).
001080     05 DAY-PRICE        PIC 9(4)V99.
001080     05 DAY-CORR-TERMS   PIC X(20).

001081* Carried position master written by the nightly run - only
001082* the control record's cycle date is read: a fee row dated on
001083* or before it is already on the master.  The file is
001084* optional - no master yet means every fee row is new.
001085 FD POSITION-MASTER-FILE.
001085 01 POSITION-MASTER-RECORD.
001086     05 PM-RECORD-TYPE   PIC X.
001087        88 PM-IS-CONTROL     VALUE "C".
001088     05 PM-CYCLE-DATE    PIC 9(8).
001089     05 FILLER           PIC X(32).

001090* Match report - the unconfirmed manual trades to chase, and
001100* the control totals the day is balanced by.
001290 77 CI-REJECT-COUNT         PIC 9(5) COMP VALUE ZERO.
001300 77 CI-UNMATCHED-COUNT      PIC 9(5) COMP VALUE ZERO.
001310 77 CI-CASH-COUNT           PIC 9(5) COMP VALUE ZERO.
001311 77 CI-XFER-COUNT           PIC 9(5) COMP VALUE ZERO.
001312 77 CI-CORR-COUNT           PIC 9(5) COMP VALUE ZERO.
001313 77 CI-FLAG-COUNT           PIC 9(5) COMP VALUE ZERO.
001314 77 CI-RULE-COUNT           PIC 9(4) COMP VALUE ZERO.
001315 77 CI-ACCT-COUNT           PIC 9(4) COMP VALUE ZERO.
001316 77 CI-FEE-COUNT            PIC 9(5) COMP VALUE ZERO.
001317 77 CI-FEE-SKIP-COUNT       PIC 9(5) COMP VALUE ZERO.
001318 77 CI-FEE-CUTOFF-DATE      PIC 9(8) VALUE ZERO.
001320 77 CI-SCAN-SUB             PIC 9(5) COMP VALUE ZERO.
001330 77 CI-CHAR-SUB             PIC 9(2) COMP VALUE ZERO.
001340 77 CI-MAN-FILE-STATUS      PIC X(2) VALUE SPACES.
001341 77 CI-FEE-FILE-STATUS      PIC X(2) VALUE SPACES.
001342 77 CI-CRL-FILE-STATUS      PIC X(2) VALUE SPACES.
001343 77 CI-ACM-FILE-STATUS      PIC X(2) VALUE SPACES.
001344 77 CI-POSM-FILE-STATUS     PIC X(2) VALUE SPACES.
001345 77 CI-ACCT-TYPE            PIC X(4) VALUE SPACES.
001350 77 CI-REJECT-REASON        PIC X(30) VALUE SPACES.
001360 77 CI-COUNT-EDIT           PIC ZZZZ9.
001370 77 CI-WORK-AMOUNT          PIC 9(7)V99 VALUE ZERO.
001440        88 CI-EOF-CONFIRM            VALUE "Y".
001450     05 CI-SW-EOF-MANUAL       PIC X VALUE "N".
001460        88 CI-EOF-MANUAL             VALUE "Y".
001460     05 CI-SW-EOF-FEE          PIC X VALUE "N".
001461        88 CI-EOF-FEE                VALUE "Y".
001462     05 CI-SW-EOF-RULE         PIC X VALUE "N".
001463        88 CI-EOF-RULE               VALUE "Y".
001464     05 CI-SW-EOF-ACCOUNT      PIC X VALUE "N".
001465        88 CI-EOF-ACCOUNT            VALUE "Y".
001466     05 CI-SW-ACCT-FOUND       PIC X VALUE "N".
001467        88 CI-ACCT-FOUND             VALUE "Y".
001468     05 CI-SW-RESTRICTED       PIC X VALUE "N".
001469        88 CI-SYMBOL-RESTRICTED      VALUE "Y".
001470     05 CI-SW-CONFIRM-OK       PIC X VALUE "Y".
001480        88 CI-CONFIRM-VALID          VALUE "Y".
001490        88 CI-CONFIRM-INVALID        VALUE "N".
001840        10 CIM-SYMBOL       PIC X(7).
001850        10 CIM-CODE         PIC X.
001860           88 CIM-IS-CASH       VALUE "D" "W" "F".
001863           88 CIM-IS-TRANSFER   VALUE "O" "I".
001866           88 CIM-IS-CORRECTION VALUE "X" "C".
001870        10 CIM-QUANTITY     PIC 9(5).
001880        10 CIM-PRICE        PIC 9(4)V99.
001885        10 CIM-CORR-TERMS   PIC X(20).
001890        10 CIM-MATCHED-FLAG PIC X.
001900           88 CIM-MATCHED       VALUE "Y".

001900* Restricted-symbol rules and account types, loaded up front
001901* so each confirm can be checked before it is written.
001902 01 CI-RULE-TABLE.
001902     05 CI-RULE-ENTRY OCCURS 1 TO 500 TIMES
001903                      DEPENDING ON CI-RULE-COUNT
001904                      INDEXED BY CI-RULE-IDX.
001904        10 CIR-SCOPE        PIC X(4).
001905        10 CIR-SYMBOL       PIC X(7).

001906 01 CI-ACCT-TABLE.
001906     05 CI-ACCT-ENTRY OCCURS 1 TO 500 TIMES
001907                      DEPENDING ON CI-ACCT-COUNT
001908                      INDEXED BY CI-ACCT-IDX.
001908        10 CIA-ACCOUNT      PIC X(4).
001909        10 CIA-TYPE         PIC X(4).

001910* One unconfirmed-manual-trade report line.
001920 01 CI-UNMATCHED-LINE.
001930     05 CI-UNM-ACCOUNT   PIC X(4).
002150     PERFORM 2000-PROCESS-CONFIRM THRU 2000-EXIT
002160         UNTIL CI-EOF-CONFIRM.
002170     PERFORM 8000-LIST-UNCONFIRMED THRU 8000-EXIT.
002175     PERFORM 8100-CARRY-FEE-ROWS THRU 8100-EXIT.
002180     PERFORM 8500-WRITE-CONTROL-TOTALS THRU 8500-EXIT.
002190     PERFORM 9999-TERMINATE THRU 9999-EXIT.
002200     STOP RUN.
002360             UNTIL CI-EOF-MANUAL
002370         CLOSE MANUAL-TRANS-FILE-IN
002380     END-IF.
002383     PERFORM 1150-LOAD-RESTRICTED THRU 1150-EXIT.
002386     PERFORM 1180-LOAD-ACCOUNTS THRU 1180-EXIT.
002390     OPEN INPUT CONFIRM-FILE-IN.
002400     PERFORM 1250-READ-CONFIRM THRU 1250-EXIT.
002410 1000-EXIT.
002620     MOVE MAN-CODE     TO CIM-CODE(CI-MAN-IDX).
002630     MOVE MAN-QUANTITY TO CIM-QUANTITY(CI-MAN-IDX).
002640     MOVE MAN-PRICE    TO CIM-PRICE(CI-MAN-IDX).
002645     MOVE MAN-CORR-TERMS TO CIM-CORR-TERMS(CI-MAN-IDX).
002650     MOVE "N"          TO CIM-MATCHED-FLAG(CI-MAN-IDX).
002660 1100-NEXT.
002670     PERFORM 1050-READ-MANUAL THRU 1050-EXIT.
002680 1100-EXIT.
002680     EXIT.

002680*----------------------------------------------------------------
002680* 1150-LOAD-RESTRICTED - keep the restricted-symbol rows of the
002680* compliance rules; the other rule types are the nightly run's
002680* business.  No file means nothing is restricted today.
002680*----------------------------------------------------------------
002680 1150-LOAD-RESTRICTED.
002680     OPEN INPUT COMPLIANCE-RULE-FILE-IN.
002681     IF CI-CRL-FILE-STATUS = "35"
002681         GO TO 1150-EXIT
002681     END-IF.
002681     PERFORM 1160-READ-RULE THRU 1160-EXIT.
002681     PERFORM 1170-LOAD-RULE-TABLE THRU 1170-EXIT
002681         UNTIL CI-EOF-RULE.
002681     CLOSE COMPLIANCE-RULE-FILE-IN.
002681 1150-EXIT.
002681     EXIT.

002682 1160-READ-RULE.
002682     READ COMPLIANCE-RULE-FILE-IN
002682         AT END SET CI-EOF-RULE TO TRUE
002682     END-READ.
002682 1160-EXIT.
002682     EXIT.

002682 1170-LOAD-RULE-TABLE.
002682     IF NOT CRL-IS-RESTRICTED OR CRL-CODE = SPACES
002683         GO TO 1170-NEXT
002683     END-IF.
002683     IF CI-RULE-COUNT >= 500
002683         MOVE SPACES TO CONFIRM-REJECT-RECORD
002683         MOVE COMPLIANCE-RULE-RECORD TO REJ-RAW-LINE
002683         MOVE "RESTRICTED TABLE OVERFLOW" TO REJ-REASON
002683         WRITE CONFIRM-REJECT-RECORD
002683         GO TO 1170-NEXT
002683     END-IF.
002684     ADD 1 TO CI-RULE-COUNT.
002684     SET CI-RULE-IDX TO CI-RULE-COUNT.
002684     IF CRL-SCOPE = "ALL "
002684         MOVE SPACES TO CIR-SCOPE(CI-RULE-IDX)
002684     ELSE
002684         MOVE CRL-SCOPE TO CIR-SCOPE(CI-RULE-IDX)
002684     END-IF.
002684     MOVE CRL-CODE TO CIR-SYMBOL(CI-RULE-IDX).
002685 1170-NEXT.
002685     PERFORM 1160-READ-RULE THRU 1160-EXIT.
002685 1170-EXIT.
002685     EXIT.

002685*----------------------------------------------------------------
002685* 1180-LOAD-ACCOUNTS - account code and type from the account
002685* master.  Only needed when something is restricted.
002685*----------------------------------------------------------------
002685 1180-LOAD-ACCOUNTS.
002686     IF CI-RULE-COUNT = ZERO
002686         GO TO 1180-EXIT
002686     END-IF.
002686     OPEN INPUT ACCOUNT-FILE-IN.
002686     IF CI-ACM-FILE-STATUS = "35"
002686         GO TO 1180-EXIT
002686     END-IF.
002686     PERFORM 1185-READ-ACCOUNT THRU 1185-EXIT.
002686     PERFORM 1190-LOAD-ACCT-TABLE THRU 1190-EXIT
002687         UNTIL CI-EOF-ACCOUNT.
002687     CLOSE ACCOUNT-FILE-IN.
002687 1180-EXIT.
002687     EXIT.

002687 1185-READ-ACCOUNT.
002687     READ ACCOUNT-FILE-IN
002687         AT END SET CI-EOF-ACCOUNT TO TRUE
002687     END-READ.
002688 1185-EXIT.
002688     EXIT.

002688 1190-LOAD-ACCT-TABLE.
002688     IF CI-ACCT-COUNT >= 500
002688         MOVE SPACES TO CONFIRM-REJECT-RECORD
002688         MOVE ACCOUNT-RECORD TO REJ-RAW-LINE
002688         MOVE "ACCOUNT TABLE OVERFLOW" TO REJ-REASON
002688         WRITE CONFIRM-REJECT-RECORD
002688         GO TO 1190-NEXT
002689     END-IF.
002689     ADD 1 TO CI-ACCT-COUNT.
002689     SET CI-ACCT-IDX TO CI-ACCT-COUNT.
002689     MOVE ACM-ACCOUNT TO CIA-ACCOUNT(CI-ACCT-IDX).
002689     MOVE ACM-TYPE    TO CIA-TYPE(CI-ACCT-IDX).
002689 1190-NEXT.
002689     PERFORM 1185-READ-ACCOUNT THRU 1185-EXIT.
002689 1190-EXIT.
002690     EXIT.

002700 1250-READ-CONFIRM.
002900         WRITE CONFIRM-REJECT-RECORD
002910         GO TO 2000-NEXT
002920     END-IF.
002921*    A confirm on a restricted symbol is a trade already
002922*    executed - holding it back would leave the books out of
002923*    step with the broker - so it is written like any other
002924*    and flagged for compliance to review.
002925     PERFORM 2100-CHECK-RESTRICTED THRU 2100-EXIT.
002926     IF CI-SYMBOL-RESTRICTED
002927         PERFORM 2200-FLAG-CONFIRM THRU 2200-EXIT
002928     END-IF.
002930     PERFORM 4000-MATCH-MANUAL-TRADE THRU 4000-EXIT.
002940     ADD 1 TO CI-IMPORT-COUNT.
002950     MOVE CI-BLD-ACCOUNT  TO DAY-ACCOUNT.
002980     MOVE CI-BLD-CODE     TO DAY-CODE.
002990     MOVE CI-BLD-QUANTITY TO DAY-QUANTITY.
003000     MOVE CI-BLD-PRICE    TO DAY-PRICE.
003005     MOVE SPACES          TO DAY-CORR-TERMS.
003010     WRITE DAY-TRANS-RECORD.
003020 2000-NEXT.
003030     PERFORM 1250-READ-CONFIRM THRU 1250-EXIT.
003040 2000-EXIT.
003040     EXIT.

003040*----------------------------------------------------------------
003040* 2100-CHECK-RESTRICTED - is the confirm's symbol restricted for
003040* its account?  A rule with a blank scope covers every account;
003040* an account-type rule covers accounts of that type, and any
003040* account not on the master, since a confirm flagged for
003040* review costs far less than a restricted trade missed.
003041*----------------------------------------------------------------
003041 2100-CHECK-RESTRICTED.
003041     MOVE "N" TO CI-SW-RESTRICTED.
003041     IF CI-RULE-COUNT = ZERO
003041         GO TO 2100-EXIT
003041     END-IF.
003041     MOVE "N" TO CI-SW-ACCT-FOUND.
003042     PERFORM 2110-COMPARE-ACCOUNT THRU 2110-EXIT
003042         VARYING CI-ACCT-IDX FROM 1 BY 1
003042         UNTIL CI-ACCT-IDX > CI-ACCT-COUNT
003042            OR CI-ACCT-FOUND.
003042     PERFORM 2120-COMPARE-RULE THRU 2120-EXIT
003042         VARYING CI-RULE-IDX FROM 1 BY 1
003042         UNTIL CI-RULE-IDX > CI-RULE-COUNT
003043            OR CI-SYMBOL-RESTRICTED.
003043 2100-EXIT.
003043     EXIT.

003043 2110-COMPARE-ACCOUNT.
003043     IF CIA-ACCOUNT(CI-ACCT-IDX) = CI-BLD-ACCOUNT
003043         SET CI-ACCT-FOUND TO TRUE
003043         MOVE CIA-TYPE(CI-ACCT-IDX) TO CI-ACCT-TYPE
003044     END-IF.
003044 2110-EXIT.
003044     EXIT.

003044 2120-COMPARE-RULE.
003044     IF CIR-SYMBOL(CI-RULE-IDX) NOT = CI-BLD-SYMBOL
003044         GO TO 2120-EXIT
003044     END-IF.
003045     IF CIR-SCOPE(CI-RULE-IDX) = SPACES
003045        OR NOT CI-ACCT-FOUND
003045        OR CIR-SCOPE(CI-RULE-IDX) = CI-ACCT-TYPE
003045         SET CI-SYMBOL-RESTRICTED TO TRUE
003045     END-IF.
003045 2120-EXIT.
003045     EXIT.

003046*----------------------------------------------------------------
003046* 2200-FLAG-CONFIRM - list a restricted confirm on the reject
003046* listing and at the head of the match report (under its own
003046* heading, written with the first one flagged).  The confirm
003046* still goes to the day file - this is a flag, not a hold.
003046*----------------------------------------------------------------
003046 2200-FLAG-CONFIRM.
003047     ADD 1 TO CI-FLAG-COUNT.
003047     MOVE SPACES TO CONFIRM-REJECT-RECORD.
003047     MOVE CONFIRM-RECORD(1:60) TO REJ-RAW-LINE.
003047     MOVE "RESTRICTED SYMBOL - FLAGGED" TO REJ-REASON.
003047     WRITE CONFIRM-REJECT-RECORD.
003047     IF CI-FLAG-COUNT = 1
003047         MOVE "RESTRICTED SYMBOL CONFIRMS FLAGGED"
003048             TO MATCH-REPORT-RECORD
003048         WRITE MATCH-REPORT-RECORD
003048     END-IF.
003048     MOVE SPACES TO CI-UNMATCHED-LINE.
003048     MOVE CI-BLD-ACCOUNT  TO CI-UNM-ACCOUNT.
003048     MOVE CI-BLD-DATE     TO CI-UNM-DATE.
003048     MOVE CI-BLD-SYMBOL   TO CI-UNM-SYMBOL.
003049     MOVE CI-BLD-CODE     TO CI-UNM-CODE.
003049     MOVE CI-BLD-QUANTITY TO CI-UNM-QUANTITY.
003049     MOVE CI-BLD-PRICE    TO CI-UNM-PRICE.
003049     MOVE "COMPLIANCE REVIEW"  TO CI-UNM-NOTE.
003049     MOVE SPACES TO MATCH-REPORT-RECORD.
003049     WRITE MATCH-REPORT-RECORD FROM CI-UNMATCHED-LINE.
003049 2200-EXIT.
003050     EXIT.

003060*----------------------------------------------------------------
004900* us.  Either way it needs a person, so it is listed by name.
004910*----------------------------------------------------------------
004920 8000-LIST-UNCONFIRMED.
004922     IF CI-FLAG-COUNT > ZERO
004924         MOVE SPACES TO MATCH-REPORT-RECORD
004926         WRITE MATCH-REPORT-RECORD
004928     END-IF.
004930     MOVE "UNCONFIRMED MANUAL TRADES" TO MATCH-REPORT-RECORD.
004940     WRITE MATCH-REPORT-RECORD.
004950     PERFORM 8010-LIST-ONE-UNCONFIRMED THRU 8010-EXIT
005090*    rides through to the day file as keyed, or replacing
005100*    TRANSACTIONS.txt with DAYTRANS.txt would silently drop
005110*    every deposit, withdrawal and fee from the nightly run.
005120*    An in-kind transfer between accounts is the same: the
005130*    broker confirms trades, not movements between our own
005131*    accounts.  So is a cancel or correct row: it restates a
005132*    trade already confirmed, so no new confirm will come.
005133     IF CIM-IS-CASH(CI-SCAN-SUB) OR CIM-IS-TRANSFER(CI-SCAN-SUB)
005134        OR CIM-IS-CORRECTION(CI-SCAN-SUB)
005135         PERFORM 8020-CARRY-KEYED-ROW THRU 8020-EXIT
005140         GO TO 8010-EXIT
005150     END-IF.
005160     ADD 1 TO CI-UNMATCHED-COUNT.
005270 8010-EXIT.
005280     EXIT.

005290 8020-CARRY-KEYED-ROW.
005300     IF CIM-IS-CASH(CI-SCAN-SUB)
005301         ADD 1 TO CI-CASH-COUNT
005302     ELSE
005303         IF CIM-IS-TRANSFER(CI-SCAN-SUB)
005304             ADD 1 TO CI-XFER-COUNT
005305         ELSE
005306             ADD 1 TO CI-CORR-COUNT
005307         END-IF
005308     END-IF.
005310     MOVE CIM-ACCOUNT(CI-SCAN-SUB)  TO DAY-ACCOUNT.
005320     MOVE CIM-DATE(CI-SCAN-SUB)     TO DAY-DATE.
005330     MOVE CIM-SYMBOL(CI-SCAN-SUB)   TO DAY-SYMBOL.
005340     MOVE CIM-CODE(CI-SCAN-SUB)     TO DAY-CODE.
005350     MOVE CIM-QUANTITY(CI-SCAN-SUB) TO DAY-QUANTITY.
005360     MOVE CIM-PRICE(CI-SCAN-SUB)    TO DAY-PRICE.
005365     MOVE CIM-CORR-TERMS(CI-SCAN-SUB) TO DAY-CORR-TERMS.
005370     WRITE DAY-TRANS-RECORD.
005380 8020-EXIT.
005380     EXIT.

005380*----------------------------------------------------------------
005380* 8100-CARRY-FEE-ROWS - copy the fee billing's F rows to the day
005380* file.  They are built in the nightly run's layout and dated
005380* for its next cycle, so there is nothing to translate.  The
005381* file stays in place until the next billing run replaces it,
005381* so a row the nightly run has already posted - dated on or
005381* before the position master's cycle date - is skipped and
005381* counted rather than fed to it again.
005381*----------------------------------------------------------------
005381 8100-CARRY-FEE-ROWS.
005382     OPEN INPUT FEE-TRANS-FILE-IN.
005382     IF CI-FEE-FILE-STATUS = "35"
005382         GO TO 8100-EXIT
005382     END-IF.
005382     PERFORM 8150-READ-CYCLE-DATE THRU 8150-EXIT.
005382     PERFORM 8110-READ-FEE-ROW THRU 8110-EXIT.
005383     PERFORM 8120-CARRY-ONE-FEE-ROW THRU 8120-EXIT
005383         UNTIL CI-EOF-FEE.
005383     CLOSE FEE-TRANS-FILE-IN.
005383 8100-EXIT.
005383     EXIT.

005383 8110-READ-FEE-ROW.
005384     READ FEE-TRANS-FILE-IN
005384         AT END SET CI-EOF-FEE TO TRUE
005384     END-READ.
005384 8110-EXIT.
005384     EXIT.

005384 8120-CARRY-ONE-FEE-ROW.
005385     IF FEE-DATE NOT > CI-FEE-CUTOFF-DATE
005385         ADD 1 TO CI-FEE-SKIP-COUNT
005385         GO TO 8120-NEXT
005385     END-IF.
005385     ADD 1 TO CI-FEE-COUNT.
005385     WRITE DAY-TRANS-RECORD FROM FEE-TRANS-RECORD.
005386 8120-NEXT.
005386     PERFORM 8110-READ-FEE-ROW THRU 8110-EXIT.
005386 8120-EXIT.
005386     EXIT.

005386*----------------------------------------------------------------
005386* 8150-READ-CYCLE-DATE - the cycle date off the position
005387* master's control record.  No master, or no usable control
005387* record, leaves the cutoff at zero and every fee row is
005387* carried - the nightly run still rejects anything it has
005387* already posted.
005387*----------------------------------------------------------------
005387 8150-READ-CYCLE-DATE.
005388     OPEN INPUT POSITION-MASTER-FILE.
005388     IF CI-POSM-FILE-STATUS = "35"
005388         GO TO 8150-EXIT
005388     END-IF.
005388     READ POSITION-MASTER-FILE
005388         AT END MOVE SPACES TO POSITION-MASTER-RECORD
005389     END-READ.
005389     IF PM-IS-CONTROL AND PM-CYCLE-DATE NUMERIC
005389         MOVE PM-CYCLE-DATE TO CI-FEE-CUTOFF-DATE
005389     END-IF.
005389     CLOSE POSITION-MASTER-FILE.
005389 8150-EXIT.
005390     EXIT.

005400*----------------------------------------------------------------
005410* 8500-WRITE-CONTROL-TOTALS - close the match report with the
005420* counts the day is balanced by: confirms read must equal
005430* imported plus rejected, and imported balances against the
005440* broker's own total.  Restricted confirms flagged are among
005445* those imported - the count is for compliance, not balancing.
005450*----------------------------------------------------------------
005460 8500-WRITE-CONTROL-TOTALS.
005470     MOVE SPACES TO MATCH-REPORT-RECORD.
005620     MOVE CI-REJECT-COUNT TO CI-COUNT-EDIT.
005630     MOVE SPACES TO MATCH-REPORT-RECORD.
005640     STRING "CONFIRMS REJECTED     " DELIMITED BY SIZE
005641            CI-COUNT-EDIT DELIMITED BY SIZE
005642         INTO MATCH-REPORT-RECORD
005643     END-STRING.
005644     WRITE MATCH-REPORT-RECORD.
005645     MOVE CI-FLAG-COUNT TO CI-COUNT-EDIT.
005646     MOVE SPACES TO MATCH-REPORT-RECORD.
005647     STRING "RESTRICTED FLAGGED    " DELIMITED BY SIZE
005650            CI-COUNT-EDIT DELIMITED BY SIZE
005660         INTO MATCH-REPORT-RECORD
005670     END-STRING.
005870         INTO MATCH-REPORT-RECORD
005880     END-STRING.
005890     WRITE MATCH-REPORT-RECORD.
005890     MOVE CI-XFER-COUNT TO CI-COUNT-EDIT.
005890     MOVE SPACES TO MATCH-REPORT-RECORD.
005891     STRING "TRANSFER ROWS CARRIED " DELIMITED BY SIZE
005891            CI-COUNT-EDIT DELIMITED BY SIZE
005891         INTO MATCH-REPORT-RECORD
005892     END-STRING.
005892     WRITE MATCH-REPORT-RECORD.
005892     MOVE CI-CORR-COUNT TO CI-COUNT-EDIT.
005893     MOVE SPACES TO MATCH-REPORT-RECORD.
005893     STRING "CORRECTIONS CARRIED   " DELIMITED BY SIZE
005893            CI-COUNT-EDIT DELIMITED BY SIZE
005894         INTO MATCH-REPORT-RECORD
005894     END-STRING.
005894     WRITE MATCH-REPORT-RECORD.
005895     MOVE CI-FEE-COUNT TO CI-COUNT-EDIT.
005895     MOVE SPACES TO MATCH-REPORT-RECORD.
005895     STRING "FEE ROWS CARRIED      " DELIMITED BY SIZE
005896            CI-COUNT-EDIT DELIMITED BY SIZE
005896         INTO MATCH-REPORT-RECORD
005896     END-STRING.
005897     WRITE MATCH-REPORT-RECORD.
005897     MOVE CI-FEE-SKIP-COUNT TO CI-COUNT-EDIT.
005897     MOVE SPACES TO MATCH-REPORT-RECORD.
005898     STRING "FEE ROWS SKIPPED      " DELIMITED BY SIZE
005898            CI-COUNT-EDIT DELIMITED BY SIZE
005898         INTO MATCH-REPORT-RECORD
005899     END-STRING.
005899     WRITE MATCH-REPORT-RECORD.
005900     MOVE SPACES TO MATCH-REPORT-RECORD.
005910     WRITE MATCH-REPORT-RECORD.
005920     MOVE "NOTE - INSTALL DAYTRANS.TXT AS TRANSACTIONS.TXT"
