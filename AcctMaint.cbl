000260*                  updated sequential master and prints a
000270*                  before/after maintenance report plus a
000280*                  reject listing for bad input.
000280* 2026-10-15  CB   Contribution room: a new L action sets the
000281*                  RRSP/TFSA room for an account's holder, plan
000281*                  type and year on CONTRIB.txt, maintained here
000282*                  alongside the account master and written out
000282*                  as CONTRNEW.txt.  A holder name change carries
000283*                  the holder's room rows over to the new name
000283*                  when no other account still uses the old one.
000284* 2026-10-15  CB   Model portfolios: the account master carries
000284*                  the model code the account is managed to.
000285*                  An add may name it, and a new M action
000285*                  assigns or (left blank) clears it.
000286* 2026-10-15  CB   Open and close dates: the account master
000286*                  carries the date each account was opened and
000287*                  closed, so the quarterly fee billing can
000287*                  prorate by days held.  Add and close take
000288*                  an optional effective date (today when left
000288*                  blank); a reopen takes none - it clears the
000289*                  close date and keeps the original open date.
000289*                  An effective date must be a real calendar
000289*                  date.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. ACCT-MAINT.
000530     ASSIGN TO "../ACCTREJ.txt"
000540     ORGANIZATION IS LINE SEQUENTIAL.

000541     SELECT OLD-ROOM-FILE-IN
000542     ASSIGN TO "../CONTRIB.txt"
000543     ORGANIZATION IS LINE SEQUENTIAL
000544     FILE STATUS IS AM-ROOM-FILE-STATUS.

000545     SELECT NEW-ROOM-FILE-OUT
000546     ASSIGN TO "../CONTRNEW.txt"
000547     ORGANIZATION IS LINE SEQUENTIAL.

000550 DATA DIVISION.
000560 FILE SECTION.
000570* Existing account master - the load source maintained by this
000640     05 OLD-HOLDER-NAME     PIC X(25).
000650     05 OLD-TYPE            PIC X(4).
000660     05 OLD-STATUS          PIC X.
000662     05 OLD-MODEL           PIC X(4).
000664     05 OLD-OPEN-DATE       PIC 9(8).
000666     05 OLD-CLOSE-DATE      PIC 9(8).

000670* Maintenance transactions - one add, change, close, reopen or
000680* contribution room setting per record.  Change replaces the
000690* holder name and account type of an existing account; close
000700* and reopen flip the status and ignore the name and type
000700* columns.  A room setting (L) names the account only to find
000701* its holder and plan type on the master; it sets the holder's
000702* room for that plan in the year given, replacing any room
000703* already on file for that year.
000703* A model assignment (M) sets the account's model portfolio
000704* code from the model column, or clears it when the column is
000705* blank; an add takes its model from the same column.
000706* An add or close may carry the date it takes effect; left
000706* blank it takes effect today.  The add's date is the
000707* account's open date and the close's its close date.  A
000708* reopen carries no date: it clears the close date and the
000709* account keeps the open date it already has.
000710 FD MAINT-FILE-IN.
000720 01 MAINT-RECORD.
000730     05 MNT-ACTION          PIC X.
000750        88 MNT-IS-CHANGE        VALUE "C".
000760        88 MNT-IS-CLOSE         VALUE "X".
000770        88 MNT-IS-REOPEN        VALUE "R".
000773        88 MNT-IS-ROOM          VALUE "L".
000776        88 MNT-IS-MODEL         VALUE "M".
000780     05 MNT-ACCOUNT         PIC X(4).
000790     05 MNT-HOLDER-NAME     PIC X(25).
000800     05 MNT-TYPE            PIC X(4).
000810        88 MNT-TYPE-VALID       VALUE "RRSP" "TFSA" "CASH".
000812     05 MNT-ROOM-YEAR       PIC 9(4).
000814     05 MNT-ROOM-AMOUNT     PIC 9(7)V99.
000816     05 MNT-MODEL           PIC X(4).
000818     05 MNT-EFFECTIVE-DATE  PIC X(8).

000820* Updated sequential master, written from the table after all
000830* maintenance is applied - in account order, ready to be put
000880     05 NEW-HOLDER-NAME     PIC X(25).
000890     05 NEW-TYPE            PIC X(4).
000900     05 NEW-STATUS          PIC X.
000900     05 NEW-MODEL           PIC X(4).
000900     05 NEW-OPEN-DATE       PIC 9(8).
000901     05 NEW-CLOSE-DATE      PIC 9(8).

000901* Contribution room - one row per holder, calendar year and
000902* registered plan type: the room the holder has for the plan
000902* that year before any deposit.  The reporting run checks RRSP
000903* and TFSA deposits against it.  Old and new files are a pair,
000903* like the account master; no old file yet simply means no
000904* room has been set.
000904 FD OLD-ROOM-FILE-IN.
000905 01 OLD-ROOM-RECORD.
000905     05 OLD-RM-HOLDER-NAME  PIC X(25).
000905     05 OLD-RM-YEAR         PIC 9(4).
000906     05 OLD-RM-TYPE         PIC X(4).
000906     05 OLD-RM-ROOM         PIC 9(7)V99.

000907 FD NEW-ROOM-FILE-OUT.
000907 01 NEW-ROOM-RECORD.
000908     05 NEW-RM-HOLDER-NAME  PIC X(25).
000908     05 NEW-RM-YEAR         PIC 9(4).
000909     05 NEW-RM-TYPE         PIC X(4).
000909     05 NEW-RM-ROOM         PIC 9(7)V99.

000910* Maintenance report - one line per applied action showing the
000920* master record before and after, and a control totals line at
001240 77 AM-REJECT-REASON        PIC X(30) VALUE SPACES.
001250 77 AM-COUNT-EDIT           PIC ZZZZ9.
001260 77 AM-OLD-FILE-STATUS      PIC X(2) VALUE SPACES.
001260 77 AM-ROOM-FILE-STATUS     PIC X(2) VALUE SPACES.
001261 77 AM-ROOM-COUNT           PIC 9(4) COMP VALUE ZERO.
001261 77 AM-ROOM-FOUND-IDX       PIC 9(4) COMP VALUE ZERO.
001262 77 AM-ROOM-SET-COUNT       PIC 9(5) COMP VALUE ZERO.
001263 77 AM-ROOM-RENAME-COUNT    PIC 9(5) COMP VALUE ZERO.
001263 77 AM-ROOM-DUP-COUNT       PIC 9(5) COMP VALUE ZERO.
001264 77 AM-MODEL-COUNT          PIC 9(5) COMP VALUE ZERO.
001265 77 AM-ROOM-AMOUNT          PIC 9(7)V99 VALUE ZERO.
001265 77 AM-OLD-HOLDER-NAME      PIC X(25) VALUE SPACES.
001266 77 AM-TODAY                PIC 9(8) VALUE ZERO.

001266 01 AM-EFFECTIVE-DATE       PIC 9(8) VALUE ZERO.
001267 01 AM-EFFECTIVE-PARTS REDEFINES AM-EFFECTIVE-DATE.
001268     05 AM-EFF-YEAR         PIC 9(4).
001268     05 AM-EFF-MONTH        PIC 9(2).
001269     05 AM-EFF-DAY          PIC 9(2).

001270 01 AM-SWITCHES.
001280     05 AM-SW-EOF-MASTER       PIC X VALUE "N".
001360        88 AM-MAINT-INVALID          VALUE "N".
001370     05 AM-SW-INSERT-FOUND     PIC X VALUE "N".
001380        88 AM-INSERT-FOUND           VALUE "Y".
001381     05 AM-SW-EOF-ROOM         PIC X VALUE "N".
001382        88 AM-EOF-ROOM               VALUE "Y".
001383     05 AM-SW-ROOM-FOUND       PIC X VALUE "N".
001384        88 AM-ROOM-FOUND             VALUE "Y".
001385     05 AM-SW-HOLDER-SHARED    PIC X VALUE "N".
001386        88 AM-HOLDER-SHARED          VALUE "Y".
001387     05 AM-SW-RENAME-DONE      PIC X VALUE "N".
001388        88 AM-RENAME-DONE            VALUE "Y".

001390* In-memory master table - loaded from the old master in
001400* account order (sorted insert, in case the old master arrives
001500        10 AM-MST-STATUS         PIC X.
001510           88 AM-MST-IS-OPEN         VALUE "O".
001520           88 AM-MST-IS-CLOSED       VALUE "C".
001520        10 AM-MST-MODEL          PIC X(4).
001520        10 AM-MST-OPEN-DATE      PIC 9(8).
001521        10 AM-MST-CLOSE-DATE     PIC 9(8).

001521* In-memory contribution room table - loaded from the old room
001522* file in holder, year and plan-type order, maintained in place
001522* and written back out.  AM-ROOM-KEY holds the key being looked
001523* up or inserted.
001523 01 AM-ROOM-TABLE.
001524     05 AM-ROOM-ENTRY OCCURS 1 TO 2000 TIMES
001524                      DEPENDING ON AM-ROOM-COUNT
001525                      ASCENDING KEY IS AM-RM-KEY
001525                      INDEXED BY AM-RM-IDX.
001525        10 AM-RM-KEY.
001526           15 AM-RM-HOLDER-NAME PIC X(25).
001526           15 AM-RM-YEAR        PIC 9(4).
001527           15 AM-RM-TYPE        PIC X(4).
001527        10 AM-RM-ROOM           PIC 9(7)V99.

001528 01 AM-ROOM-KEY.
001528     05 AM-RK-HOLDER-NAME   PIC X(25).
001529     05 AM-RK-YEAR          PIC 9(4).
001529     05 AM-RK-TYPE          PIC X(4).

001530* Work area one report line is built in before being written.
001540 01 AM-REPORT-LINE.
001670     05 FILLER              PIC X(1) VALUE SPACES.
001680     05 AM-IMG-STATUS       PIC X(6).

001680* Before/after images of a contribution room row.
001681 01 AM-ROOM-IMAGE.
001682     05 AM-RIMG-TYPE        PIC X(4).
001683     05 FILLER              PIC X(1) VALUE SPACES.
001684     05 AM-RIMG-YEAR        PIC 9(4).
001685     05 FILLER              PIC X(6) VALUE " ROOM ".
001685     05 AM-RIMG-AMOUNT      PIC $$,$$$,$$9.99.

001686* Before/after images of an account's model assignment.
001687 01 AM-MODEL-IMAGE.
001688     05 FILLER              PIC X(6) VALUE "MODEL ".
001689     05 AM-MIMG-MODEL       PIC X(4).

001690 01 AM-REPORT-HEADER.
001700     05 FILLER PIC X(6)  VALUE "ACTION".
001710     05 FILLER PIC X(2)  VALUE SPACES.

001770 PROCEDURE DIVISION.
001780*----------------------------------------------------------------
001790* 0000-MAINLINE - load the old master and room file, apply the
001800* maintenance transactions one at a time, then write the updated
001810* sequential master and room file and close off the report with
001820* the control totals and the install note.
001830*----------------------------------------------------------------
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001860     PERFORM 2000-APPLY-MAINTENANCE THRU 2000-EXIT
001870         UNTIL AM-EOF-MAINT.
001880     PERFORM 8000-WRITE-NEW-MASTER THRU 8000-EXIT.
001885     PERFORM 8100-WRITE-NEW-ROOM-FILE THRU 8100-EXIT.
001890     PERFORM 8500-WRITE-CONTROL-TOTALS THRU 8500-EXIT.
001900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
001910     STOP RUN.
001940* input and both printed outputs, and prime the read-ahead.  No
001950* old master yet (the very first maintenance run) just means
001960* the table starts empty and only adds can apply.
001965* No room file yet likewise starts the room table empty.
001970*----------------------------------------------------------------
001980 1000-INITIALIZE.
001990     OPEN OUTPUT MAINT-REPORT-OUT.
002000     OPEN OUTPUT MAINT-REJECT-OUT.
002005     ACCEPT AM-TODAY FROM DATE YYYYMMDD.
002010     OPEN INPUT OLD-MASTER-FILE-IN.
002020     IF AM-OLD-FILE-STATUS = "35"
002030         SET AM-EOF-MASTER TO TRUE
002060         PERFORM 1100-LOAD-MASTER-TABLE THRU 1100-EXIT
002070             UNTIL AM-EOF-MASTER
002080         CLOSE OLD-MASTER-FILE-IN
002081     END-IF.
002082     OPEN INPUT OLD-ROOM-FILE-IN.
002083     IF AM-ROOM-FILE-STATUS = "35"
002084         SET AM-EOF-ROOM TO TRUE
002085     ELSE
002086         PERFORM 1150-READ-OLD-ROOM THRU 1150-EXIT
002087         PERFORM 1200-LOAD-ROOM-TABLE THRU 1200-EXIT
002088             UNTIL AM-EOF-ROOM
002089         CLOSE OLD-ROOM-FILE-IN
002090     END-IF.
002100     MOVE SPACES TO MAINT-REPORT-RECORD.
002110     WRITE MAINT-REPORT-RECORD FROM AM-REPORT-HEADER.
002610     MOVE OLD-HOLDER-NAME   TO AM-MST-HOLDER-NAME(AM-INSERT-AT).
002620     MOVE OLD-TYPE          TO AM-MST-TYPE(AM-INSERT-AT).
002630     MOVE OLD-STATUS        TO AM-MST-STATUS(AM-INSERT-AT).
002630     MOVE OLD-MODEL         TO AM-MST-MODEL(AM-INSERT-AT).
002631*    A master written before the dates were carried has blanks
002632*    there - unknown, which the fee billing reads as held
002632*    throughout.
002633     IF OLD-OPEN-DATE NUMERIC
002634         MOVE OLD-OPEN-DATE  TO AM-MST-OPEN-DATE(AM-INSERT-AT)
002634     ELSE
002635         MOVE ZERO           TO AM-MST-OPEN-DATE(AM-INSERT-AT)
002636     END-IF.
002636     IF OLD-CLOSE-DATE NUMERIC
002637         MOVE OLD-CLOSE-DATE TO AM-MST-CLOSE-DATE(AM-INSERT-AT)
002638     ELSE
002638         MOVE ZERO           TO AM-MST-CLOSE-DATE(AM-INSERT-AT)
002639     END-IF.
002640 1100-NEXT.
002650     PERFORM 1050-READ-OLD-MASTER THRU 1050-EXIT.
002660 1100-EXIT.
002770         TO AM-MASTER-ENTRY(AM-SHIFT-SUB + 1).
002780     SUBTRACT 1 FROM AM-SHIFT-SUB.
002790 1120-EXIT.
002790     EXIT.

002790 1150-READ-OLD-ROOM.
002790     READ OLD-ROOM-FILE-IN
002791         AT END SET AM-EOF-ROOM TO TRUE
002791     END-READ.
002791 1150-EXIT.
002791     EXIT.

002792*----------------------------------------------------------------
002792* 1200-LOAD-ROOM-TABLE - insert one old room row at its place in
002792* holder, year and plan-type order.  A key already loaded - a
002792* duplicate row in a hand-edited room file - is written to the
002793* reject listing and dropped, as on the old master.
002793*----------------------------------------------------------------
002793 1200-LOAD-ROOM-TABLE.
002793     MOVE OLD-RM-HOLDER-NAME TO AM-RK-HOLDER-NAME.
002794     MOVE OLD-RM-YEAR        TO AM-RK-YEAR.
002794     MOVE OLD-RM-TYPE        TO AM-RK-TYPE.
002794     PERFORM 3200-FIND-ROOM THRU 3200-EXIT.
002794     IF AM-ROOM-FOUND
002795         ADD 1 TO AM-ROOM-DUP-COUNT
002795         MOVE SPACES             TO MAINT-REJECT-RECORD
002795         MOVE OLD-RM-HOLDER-NAME TO REJ-NAME
002795         MOVE "DUPLICATE ON OLD ROOM FILE" TO REJ-REASON
002796         WRITE MAINT-REJECT-RECORD
002796         GO TO 1200-NEXT
002796     END-IF.
002796     IF AM-ROOM-COUNT >= 2000
002797         MOVE SPACES             TO MAINT-REJECT-RECORD
002797         MOVE OLD-RM-HOLDER-NAME TO REJ-NAME
002797         MOVE "ROOM TABLE OVERFLOW" TO REJ-REASON
002797         WRITE MAINT-REJECT-RECORD
002798         GO TO 1200-NEXT
002798     END-IF.
002798     MOVE OLD-RM-ROOM TO AM-ROOM-AMOUNT.
002798     PERFORM 4620-INSERT-ROOM-ENTRY THRU 4620-EXIT.
002799 1200-NEXT.
002799     PERFORM 1150-READ-OLD-ROOM THRU 1150-EXIT.
002799 1200-EXIT.
002800     EXIT.

002810 1250-READ-MAINT.
002990             IF MNT-IS-CHANGE
003000                 PERFORM 4200-APPLY-CHANGE THRU 4200-EXIT
003010             ELSE
003020                 IF MNT-IS-ROOM
003021                     PERFORM 4600-APPLY-ROOM THRU 4600-EXIT
003022                 ELSE
003023                     IF MNT-IS-MODEL
003024                         PERFORM 4800-APPLY-MODEL THRU 4800-EXIT
003025                     ELSE
003026                         PERFORM 4400-APPLY-STATUS THRU 4400-EXIT
003027                     END-IF
003028                 END-IF
003030             END-IF
003040         END-IF
003050     ELSE
003140* the master, a change, close or reopen for one that is not, a
003150* blank account code or holder name, an account type the
003160* reporting run does not recognize, a close for an account
003170* already closed, a reopen for one already open, or a room
003171* setting for an account that is not an RRSP or TFSA, or with
003172* a year or amount that is not numeric.  A model assignment
003173* needs only an account on the master - a blank model clears
003174* it, and the model code itself is checked against the model
003175* file by the rebalancing run, which owns that file.
003176* An add or close with an effective date that is not a date,
003177* a close dated before the account opened, or a reopen with
003178* any effective date at all, is refused.
003180*----------------------------------------------------------------
003190 3000-VALIDATE-MAINT.
003200     SET AM-MAINT-VALID TO TRUE.
003220     PERFORM 3100-FIND-MASTER THRU 3100-EXIT.
003230     IF NOT MNT-IS-ADD AND NOT MNT-IS-CHANGE
003240        AND NOT MNT-IS-CLOSE AND NOT MNT-IS-REOPEN
003245        AND NOT MNT-IS-ROOM AND NOT MNT-IS-MODEL
003250         SET AM-MAINT-INVALID TO TRUE
003260         MOVE "INVALID ACTION CODE" TO AM-REJECT-REASON
003270         GO TO 3000-EXIT
003440     IF NOT MNT-IS-ADD AND NOT AM-MASTER-FOUND
003450         SET AM-MAINT-INVALID TO TRUE
003460         MOVE "ACCOUNT NOT ON MASTER" TO AM-REJECT-REASON
003460         GO TO 3000-EXIT
003461     END-IF.
003462     IF MNT-IS-MODEL
003463         GO TO 3000-EXIT
003464     END-IF.
003465     IF MNT-IS-ROOM
003465         PERFORM 3050-VALIDATE-ROOM THRU 3050-EXIT
003466         GO TO 3000-EXIT
003467     END-IF.
003468     PERFORM 3060-VALIDATE-EFFECTIVE-DATE THRU 3060-EXIT.
003469     IF AM-MAINT-INVALID
003470         GO TO 3000-EXIT
003480     END-IF.
003490     IF MNT-IS-CLOSE
003730     EXIT.

003740*----------------------------------------------------------------
003740* 3050-VALIDATE-ROOM - a room setting must name an RRSP or TFSA
003740* account on the master (its holder and plan type key the room)
003740* with a numeric year and amount, and a new room row must fit
003740* in the table.  The key is left in AM-ROOM-KEY for 4600.
003740*----------------------------------------------------------------
003740 3050-VALIDATE-ROOM.
003740     IF AM-MST-TYPE(AM-MASTER-FOUND-IDX) NOT = "RRSP"
003741        AND AM-MST-TYPE(AM-MASTER-FOUND-IDX) NOT = "TFSA"
003741         SET AM-MAINT-INVALID TO TRUE
003741         MOVE "ACCOUNT NOT RRSP OR TFSA" TO AM-REJECT-REASON
003741         GO TO 3050-EXIT
003741     END-IF.
003741     IF MNT-ROOM-YEAR NOT NUMERIC OR MNT-ROOM-YEAR = ZERO
003741         SET AM-MAINT-INVALID TO TRUE
003741         MOVE "INVALID ROOM YEAR" TO AM-REJECT-REASON
003742         GO TO 3050-EXIT
003742     END-IF.
003742     IF MNT-ROOM-AMOUNT NOT NUMERIC
003742         SET AM-MAINT-INVALID TO TRUE
003742         MOVE "INVALID ROOM AMOUNT" TO AM-REJECT-REASON
003742         GO TO 3050-EXIT
003742     END-IF.
003742     MOVE AM-MST-HOLDER-NAME(AM-MASTER-FOUND-IDX)
003743         TO AM-RK-HOLDER-NAME.
003743     MOVE MNT-ROOM-YEAR TO AM-RK-YEAR.
003743     MOVE AM-MST-TYPE(AM-MASTER-FOUND-IDX) TO AM-RK-TYPE.
003743     PERFORM 3200-FIND-ROOM THRU 3200-EXIT.
003743     IF NOT AM-ROOM-FOUND AND AM-ROOM-COUNT >= 2000
003743         SET AM-MAINT-INVALID TO TRUE
003743         MOVE "ROOM TABLE FULL" TO AM-REJECT-REASON
003744     END-IF.
003744 3050-EXIT.
003744     EXIT.

003744*----------------------------------------------------------------
003744* 3060-VALIDATE-EFFECTIVE-DATE - the date an add or close
003744* takes effect, left in AM-EFFECTIVE-DATE for 4000 and 4400:
003744* today when the column is blank, otherwise the column, which
003744* must be a real calendar date in YYYYMMDD form (not, say,
003744* February 31st, which would break the day counts FEE-BILLING
003744* prorates from it).  A close cannot take effect before the
003745* account's open date.  A reopen has no
003745* date to record - the master keeps one open date per account
003745* and the reopen only clears the close date - so a reopen
003745* that carries one is refused rather than silently dropped.
003745*----------------------------------------------------------------
003745 3060-VALIDATE-EFFECTIVE-DATE.
003745     MOVE AM-TODAY TO AM-EFFECTIVE-DATE.
003745     IF MNT-IS-REOPEN AND MNT-EFFECTIVE-DATE NOT = SPACES
003746         SET AM-MAINT-INVALID TO TRUE
003746         MOVE "REOPEN TAKES NO EFFECTIVE DATE" TO AM-REJECT-REASON
003746         GO TO 3060-EXIT
003746     END-IF.
003746     IF MNT-IS-CHANGE OR MNT-EFFECTIVE-DATE = SPACES
003746         GO TO 3060-CHECK-CLOSE
003746     END-IF.
003747     IF MNT-EFFECTIVE-DATE NOT NUMERIC
003747         SET AM-MAINT-INVALID TO TRUE
003747         MOVE "INVALID EFFECTIVE DATE" TO AM-REJECT-REASON
003747         GO TO 3060-EXIT
003747     END-IF.
003747     MOVE MNT-EFFECTIVE-DATE TO AM-EFFECTIVE-DATE.
003747     IF AM-EFF-YEAR < 1900
003747        OR AM-EFF-MONTH < 1 OR AM-EFF-MONTH > 12
003748        OR AM-EFF-DAY < 1 OR AM-EFF-DAY > 31
003748         SET AM-MAINT-INVALID TO TRUE
003748         MOVE "INVALID EFFECTIVE DATE" TO AM-REJECT-REASON
003748         GO TO 3060-EXIT
003748     END-IF.
003748     IF FUNCTION INTEGER-OF-DATE(AM-EFFECTIVE-DATE) = ZERO
003748         SET AM-MAINT-INVALID TO TRUE
003748         MOVE "INVALID EFFECTIVE DATE" TO AM-REJECT-REASON
003748         GO TO 3060-EXIT
003748     END-IF.
003748 3060-CHECK-CLOSE.
003748     IF MNT-IS-CLOSE
003748        AND AM-EFFECTIVE-DATE
003749            < AM-MST-OPEN-DATE(AM-MASTER-FOUND-IDX)
003749         SET AM-MAINT-INVALID TO TRUE
003749         MOVE "CLOSE BEFORE OPEN DATE" TO AM-REJECT-REASON
003749     END-IF.
003749 3060-EXIT.
003749     EXIT.

003749*----------------------------------------------------------------
003750* 3100-FIND-MASTER - binary search of the master table for the
003760* maintenance transaction's account code.
003770*----------------------------------------------------------------
003870             SET AM-MASTER-FOUND-IDX TO AM-MST-IDX
003880     END-SEARCH.
003890 3100-EXIT.
003890     EXIT.

003891*----------------------------------------------------------------
003891* 3200-FIND-ROOM - binary search of the room table for the
003892* holder, year and plan type in AM-ROOM-KEY.
003892*----------------------------------------------------------------
003893 3200-FIND-ROOM.
003893     MOVE "N" TO AM-SW-ROOM-FOUND.
003894     IF AM-ROOM-COUNT = ZERO
003895         GO TO 3200-EXIT
003895     END-IF.
003896     SEARCH ALL AM-ROOM-ENTRY
003896         AT END CONTINUE
003897         WHEN AM-RM-KEY(AM-RM-IDX) = AM-ROOM-KEY
003897             SET AM-ROOM-FOUND TO TRUE
003898             SET AM-ROOM-FOUND-IDX TO AM-RM-IDX
003898     END-SEARCH.
003899 3200-EXIT.
003900     EXIT.

003910 3900-WRITE-REJECT.
004190     MOVE MNT-HOLDER-NAME  TO AM-MST-HOLDER-NAME(AM-INSERT-AT).
004200     MOVE MNT-TYPE         TO AM-MST-TYPE(AM-INSERT-AT).
004210     MOVE "O"              TO AM-MST-STATUS(AM-INSERT-AT).
004212     MOVE MNT-MODEL        TO AM-MST-MODEL(AM-INSERT-AT).
004214     MOVE AM-EFFECTIVE-DATE TO AM-MST-OPEN-DATE(AM-INSERT-AT).
004216     MOVE ZERO             TO AM-MST-CLOSE-DATE(AM-INSERT-AT).
004220     MOVE AM-INSERT-AT TO AM-MASTER-FOUND-IDX.
004230     MOVE SPACES TO AM-RPT-BEFORE.
004240     PERFORM 7100-FORMAT-AFTER-IMAGE THRU 7100-EXIT.
004370* 4200-APPLY-CHANGE - replace the holder name and account type
004380* of the matched master entry, reporting the record before and
004390* after.  The open/closed status is left alone - close and
004400* reopen are their own actions.  A new holder name takes the
004402* holder's contribution room rows with it, unless another
004404* account on the master still carries the old name and so
004406* still owns that room.
004410*----------------------------------------------------------------
004420 4200-APPLY-CHANGE.
004430     ADD 1 TO AM-CHANGE-COUNT.
004440     PERFORM 7000-FORMAT-BEFORE-IMAGE THRU 7000-EXIT.
004443     MOVE AM-MST-HOLDER-NAME(AM-MASTER-FOUND-IDX)
004446         TO AM-OLD-HOLDER-NAME.
004450     MOVE MNT-HOLDER-NAME
004460         TO AM-MST-HOLDER-NAME(AM-MASTER-FOUND-IDX).
004470     MOVE MNT-TYPE TO AM-MST-TYPE(AM-MASTER-FOUND-IDX).
004480     PERFORM 7100-FORMAT-AFTER-IMAGE THRU 7100-EXIT.
004490     MOVE "CHANGE" TO AM-RPT-ACTION.
004500     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004502     IF MNT-HOLDER-NAME NOT = AM-OLD-HOLDER-NAME
004504         PERFORM 4700-CARRY-ROOM-RENAME THRU 4700-EXIT
004506     END-IF.
004510 4200-EXIT.
004520     EXIT.

004550* close or reopen, reporting the record before and after.  The
004560* account stays on the master either way - the reporting run
004570* needs the closed row to reject late activity by name.
004573* A close records its effective date as the close date; a
004576* reopen clears it.
004580*----------------------------------------------------------------
004590 4400-APPLY-STATUS.
004600     PERFORM 7000-FORMAT-BEFORE-IMAGE THRU 7000-EXIT.
004610     IF MNT-IS-CLOSE
004620         ADD 1 TO AM-CLOSE-COUNT
004630         MOVE "C" TO AM-MST-STATUS(AM-MASTER-FOUND-IDX)
004633         MOVE AM-EFFECTIVE-DATE
004636             TO AM-MST-CLOSE-DATE(AM-MASTER-FOUND-IDX)
004640         MOVE "CLOSE" TO AM-RPT-ACTION
004650     ELSE
004660         ADD 1 TO AM-REOPEN-COUNT
004670         MOVE "O" TO AM-MST-STATUS(AM-MASTER-FOUND-IDX)
004675         MOVE ZERO TO AM-MST-CLOSE-DATE(AM-MASTER-FOUND-IDX)
004680         MOVE "REOPEN" TO AM-RPT-ACTION
004690     END-IF.
004700     PERFORM 7100-FORMAT-AFTER-IMAGE THRU 7100-EXIT.
004710     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004720 4400-EXIT.
004720     EXIT.

004720*----------------------------------------------------------------
004720* 4600-APPLY-ROOM - set the holder's room for the plan and year
004720* 3050 left in AM-ROOM-KEY: replace the room already on file,
004720* reporting it before and after, or insert a new row with a
004720* blank before image.
004720*----------------------------------------------------------------
004720 4600-APPLY-ROOM.
004720     ADD 1 TO AM-ROOM-SET-COUNT.
004720     MOVE SPACES TO AM-RPT-BEFORE.
004720     IF AM-ROOM-FOUND
004720         PERFORM 7300-FORMAT-ROOM-IMAGE THRU 7300-EXIT
004720         MOVE AM-ROOM-IMAGE TO AM-RPT-BEFORE
004720         MOVE MNT-ROOM-AMOUNT TO AM-RM-ROOM(AM-ROOM-FOUND-IDX)
004721     ELSE
004721         MOVE MNT-ROOM-AMOUNT TO AM-ROOM-AMOUNT
004721         PERFORM 4620-INSERT-ROOM-ENTRY THRU 4620-EXIT
004721     END-IF.
004721     PERFORM 7300-FORMAT-ROOM-IMAGE THRU 7300-EXIT.
004721     MOVE AM-ROOM-IMAGE TO AM-RPT-AFTER.
004721     MOVE "ROOM" TO AM-RPT-ACTION.
004721     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004721 4600-EXIT.
004721     EXIT.

004721*----------------------------------------------------------------
004721* 4620-INSERT-ROOM-ENTRY - insert the key in AM-ROOM-KEY with the
004721* room in AM-ROOM-AMOUNT at its place in key order, leaving its
004721* position in AM-ROOM-FOUND-IDX.  The caller has already made
004722* sure the key is not in the table and that there is space.
004722*----------------------------------------------------------------
004722 4620-INSERT-ROOM-ENTRY.
004722     ADD 1 TO AM-ROOM-COUNT.
004722     MOVE AM-ROOM-COUNT TO AM-INSERT-AT.
004722     MOVE "N" TO AM-SW-INSERT-FOUND.
004722     PERFORM 4630-FIND-ROOM-INSERT-POINT THRU 4630-EXIT
004722         VARYING AM-SCAN-SUB FROM 1 BY 1
004722         UNTIL AM-SCAN-SUB >= AM-ROOM-COUNT
004722            OR AM-INSERT-FOUND.
004722     COMPUTE AM-SHIFT-SUB = AM-ROOM-COUNT - 1.
004722     PERFORM 4640-SHIFT-ROOM-ENTRY THRU 4640-EXIT
004722         UNTIL AM-SHIFT-SUB < AM-INSERT-AT.
004722     MOVE AM-ROOM-KEY    TO AM-RM-KEY(AM-INSERT-AT).
004723     MOVE AM-ROOM-AMOUNT TO AM-RM-ROOM(AM-INSERT-AT).
004723     MOVE AM-INSERT-AT   TO AM-ROOM-FOUND-IDX.
004723 4620-EXIT.
004723     EXIT.

004723 4630-FIND-ROOM-INSERT-POINT.
004723     IF AM-RM-KEY(AM-SCAN-SUB) > AM-ROOM-KEY
004723         MOVE AM-SCAN-SUB TO AM-INSERT-AT
004723         SET AM-INSERT-FOUND TO TRUE
004723     END-IF.
004723 4630-EXIT.
004723     EXIT.

004723 4640-SHIFT-ROOM-ENTRY.
004723     MOVE AM-ROOM-ENTRY(AM-SHIFT-SUB)
004723         TO AM-ROOM-ENTRY(AM-SHIFT-SUB + 1).
004724     SUBTRACT 1 FROM AM-SHIFT-SUB.
004724 4640-EXIT.
004724     EXIT.

004724*----------------------------------------------------------------
004724* 4700-CARRY-ROOM-RENAME - after a holder name change, move the
004724* old name's room rows to the new name one at a time: each row
004724* is taken out of the table and put back under the new name in
004724* key order.  Skipped when another account on the master still
004724* carries the old name and so still owns that room.  Where the
004724* new name already has room for the same plan and year, that
004724* row stands and the old one is dropped.
004724*----------------------------------------------------------------
004724 4700-CARRY-ROOM-RENAME.
004724     MOVE "N" TO AM-SW-HOLDER-SHARED.
004725     PERFORM 4710-CHECK-HOLDER-SHARED THRU 4710-EXIT
004725         VARYING AM-SCAN-SUB FROM 1 BY 1
004725         UNTIL AM-SCAN-SUB > AM-MASTER-COUNT
004725            OR AM-HOLDER-SHARED.
004725     IF AM-HOLDER-SHARED
004725         GO TO 4700-EXIT
004725     END-IF.
004725     MOVE "N" TO AM-SW-RENAME-DONE.
004725     PERFORM 4720-RENAME-ONE-ROOM THRU 4720-EXIT
004725         UNTIL AM-RENAME-DONE.
004725 4700-EXIT.
004725     EXIT.

004725 4710-CHECK-HOLDER-SHARED.
004725     IF AM-SCAN-SUB NOT = AM-MASTER-FOUND-IDX
004725        AND AM-MST-HOLDER-NAME(AM-SCAN-SUB) = AM-OLD-HOLDER-NAME
004726         SET AM-HOLDER-SHARED TO TRUE
004726     END-IF.
004726 4710-EXIT.
004726     EXIT.

004726 4720-RENAME-ONE-ROOM.
004726     MOVE ZERO TO AM-ROOM-FOUND-IDX.
004726     PERFORM 4730-FIND-OLD-NAME-ROOM THRU 4730-EXIT
004726         VARYING AM-SCAN-SUB FROM 1 BY 1
004726         UNTIL AM-SCAN-SUB > AM-ROOM-COUNT
004726            OR AM-ROOM-FOUND-IDX > ZERO.
004726     IF AM-ROOM-FOUND-IDX = ZERO
004726         SET AM-RENAME-DONE TO TRUE
004726         GO TO 4720-EXIT
004726     END-IF.
004727     MOVE MNT-HOLDER-NAME               TO AM-RK-HOLDER-NAME.
004727     MOVE AM-RM-YEAR(AM-ROOM-FOUND-IDX) TO AM-RK-YEAR.
004727     MOVE AM-RM-TYPE(AM-ROOM-FOUND-IDX) TO AM-RK-TYPE.
004727     MOVE AM-RM-ROOM(AM-ROOM-FOUND-IDX) TO AM-ROOM-AMOUNT.
004727     MOVE AM-ROOM-FOUND-IDX TO AM-SHIFT-SUB.
004727     PERFORM 4740-CLOSE-ROOM-GAP THRU 4740-EXIT
004727         UNTIL AM-SHIFT-SUB >= AM-ROOM-COUNT.
004727     SUBTRACT 1 FROM AM-ROOM-COUNT.
004727     PERFORM 3200-FIND-ROOM THRU 3200-EXIT.
004727     IF NOT AM-ROOM-FOUND
004727         PERFORM 4620-INSERT-ROOM-ENTRY THRU 4620-EXIT
004727     END-IF.
004727     ADD 1 TO AM-ROOM-RENAME-COUNT.
004727 4720-EXIT.
004728     EXIT.

004728 4730-FIND-OLD-NAME-ROOM.
004728     IF AM-RM-HOLDER-NAME(AM-SCAN-SUB) = AM-OLD-HOLDER-NAME
004728         MOVE AM-SCAN-SUB TO AM-ROOM-FOUND-IDX
004728     END-IF.
004728 4730-EXIT.
004728     EXIT.

004728 4740-CLOSE-ROOM-GAP.
004728     MOVE AM-ROOM-ENTRY(AM-SHIFT-SUB + 1)
004728         TO AM-ROOM-ENTRY(AM-SHIFT-SUB).
004728     ADD 1 TO AM-SHIFT-SUB.
004728 4740-EXIT.
004728     EXIT.

004728*----------------------------------------------------------------
004729* 4800-APPLY-MODEL - assign the matched account's model portfolio
004729* code, or clear it for a blank model column, reporting the
004729* assignment before and after.
004729*----------------------------------------------------------------
004729 4800-APPLY-MODEL.
004729     ADD 1 TO AM-MODEL-COUNT.
004729     MOVE AM-MST-MODEL(AM-MASTER-FOUND-IDX) TO AM-MIMG-MODEL.
004729     MOVE AM-MODEL-IMAGE TO AM-RPT-BEFORE.
004729     MOVE MNT-MODEL TO AM-MST-MODEL(AM-MASTER-FOUND-IDX).
004729     MOVE AM-MST-MODEL(AM-MASTER-FOUND-IDX) TO AM-MIMG-MODEL.
004729     MOVE AM-MODEL-IMAGE TO AM-RPT-AFTER.
004729     MOVE "MODEL" TO AM-RPT-ACTION.
004729     PERFORM 7500-WRITE-REPORT-LINE THRU 7500-EXIT.
004729 4800-EXIT.
004730     EXIT.

004740*----------------------------------------------------------------
005010 7200-EXIT.
005020     EXIT.

005020*----------------------------------------------------------------
005021* 7300-FORMAT-ROOM-IMAGE - format the contribution room entry
005022* at AM-ROOM-FOUND-IDX (plan type, year and room) into
005023* AM-ROOM-IMAGE for the report's before or after column.
005024*----------------------------------------------------------------
005025 7300-FORMAT-ROOM-IMAGE.
005025     MOVE AM-RM-TYPE(AM-ROOM-FOUND-IDX) TO AM-RIMG-TYPE.
005026     MOVE AM-RM-YEAR(AM-ROOM-FOUND-IDX) TO AM-RIMG-YEAR.
005027     MOVE AM-RM-ROOM(AM-ROOM-FOUND-IDX) TO AM-RIMG-AMOUNT.
005028 7300-EXIT.
005029     EXIT.

005030 7500-WRITE-REPORT-LINE.
005040     MOVE MNT-ACCOUNT TO AM-RPT-ACCOUNT.
005050     MOVE SPACES TO MAINT-REPORT-RECORD.
005120* to the new sequential master in account order.  The reporting
005130* run reads ACCOUNTS.txt directly, so the maintenance takes
005140* effect only once the operator installs ACCTSNEW.txt as
005150* ACCOUNTS.txt (and CONTRNEW.txt as CONTRIB.txt) - the report
005160* says so in so many words at the bottom.
005170*----------------------------------------------------------------
005180 8000-WRITE-NEW-MASTER.
005190     OPEN OUTPUT NEW-MASTER-FILE-OUT.
005280     MOVE AM-MST-HOLDER-NAME(AM-SCAN-SUB) TO NEW-HOLDER-NAME.
005290     MOVE AM-MST-TYPE(AM-SCAN-SUB)        TO NEW-TYPE.
005300     MOVE AM-MST-STATUS(AM-SCAN-SUB)      TO NEW-STATUS.
005302     MOVE AM-MST-MODEL(AM-SCAN-SUB)       TO NEW-MODEL.
005304     MOVE AM-MST-OPEN-DATE(AM-SCAN-SUB)   TO NEW-OPEN-DATE.
005306     MOVE AM-MST-CLOSE-DATE(AM-SCAN-SUB)  TO NEW-CLOSE-DATE.
005310     WRITE NEW-MASTER-RECORD.
005320 8010-EXIT.
005320     EXIT.

005320*----------------------------------------------------------------
005321* 8100-WRITE-NEW-ROOM-FILE - write the maintained room table out
005321* to the new room file in holder, year and plan-type order, to
005322* be installed as CONTRIB.txt along with the new master.
005322*----------------------------------------------------------------
005323 8100-WRITE-NEW-ROOM-FILE.
005323     OPEN OUTPUT NEW-ROOM-FILE-OUT.
005324     PERFORM 8110-WRITE-ONE-ROOM THRU 8110-EXIT
005324         VARYING AM-SCAN-SUB FROM 1 BY 1
005325         UNTIL AM-SCAN-SUB > AM-ROOM-COUNT.
005325     CLOSE NEW-ROOM-FILE-OUT.
005325 8100-EXIT.
005326     EXIT.

005326 8110-WRITE-ONE-ROOM.
005327     MOVE AM-RM-HOLDER-NAME(AM-SCAN-SUB) TO NEW-RM-HOLDER-NAME.
005327     MOVE AM-RM-YEAR(AM-SCAN-SUB)        TO NEW-RM-YEAR.
005328     MOVE AM-RM-TYPE(AM-SCAN-SUB)        TO NEW-RM-TYPE.
005328     MOVE AM-RM-ROOM(AM-SCAN-SUB)        TO NEW-RM-ROOM.
005329     WRITE NEW-ROOM-RECORD.
005329 8110-EXIT.
005330     EXIT.

005340*----------------------------------------------------------------
005870         INTO MAINT-REPORT-RECORD
005880     END-STRING.
005890     WRITE MAINT-REPORT-RECORD.
005890     MOVE AM-ROOM-SET-COUNT TO AM-COUNT-EDIT.
005890     MOVE SPACES TO MAINT-REPORT-RECORD.
005891     STRING "ROOM SETTINGS APPLIED " DELIMITED BY SIZE
005891            AM-COUNT-EDIT DELIMITED BY SIZE
005891         INTO MAINT-REPORT-RECORD
005892     END-STRING.
005892     WRITE MAINT-REPORT-RECORD.
005892     MOVE AM-ROOM-RENAME-COUNT TO AM-COUNT-EDIT.
005893     MOVE SPACES TO MAINT-REPORT-RECORD.
005893     STRING "ROOM ROWS RENAMED     " DELIMITED BY SIZE
005893            AM-COUNT-EDIT DELIMITED BY SIZE
005894         INTO MAINT-REPORT-RECORD
005894     END-STRING.
005894     WRITE MAINT-REPORT-RECORD.
005895     MOVE AM-ROOM-DUP-COUNT TO AM-COUNT-EDIT.
005895     MOVE SPACES TO MAINT-REPORT-RECORD.
005895     STRING "OLD ROOM DUPS DROPPED " DELIMITED BY SIZE
005896            AM-COUNT-EDIT DELIMITED BY SIZE
005896         INTO MAINT-REPORT-RECORD
005896     END-STRING.
005897     WRITE MAINT-REPORT-RECORD.
005897     MOVE AM-MODEL-COUNT TO AM-COUNT-EDIT.
005897     MOVE SPACES TO MAINT-REPORT-RECORD.
005898     STRING "MODELS ASSIGNED       " DELIMITED BY SIZE
005898            AM-COUNT-EDIT DELIMITED BY SIZE
005898         INTO MAINT-REPORT-RECORD
005899     END-STRING.
005899     WRITE MAINT-REPORT-RECORD.
005900     MOVE SPACES TO MAINT-REPORT-RECORD.
005910     WRITE MAINT-REPORT-RECORD.
005920     MOVE "NOTE - INSTALL ACCTSNEW.TXT AS ACCOUNTS.TXT"
005922         TO MAINT-REPORT-RECORD.
005924     WRITE MAINT-REPORT-RECORD.
005926     MOVE "       AND CONTRNEW.TXT AS CONTRIB.TXT"
005930         TO MAINT-REPORT-RECORD.
005940     WRITE MAINT-REPORT-RECORD.
005950     MOVE "       OR THIS MAINTENANCE HAS NO EFFECT"
