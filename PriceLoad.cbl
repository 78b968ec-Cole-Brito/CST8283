000100******************************************************************
000110* Authors: Paul Squires, 040766405
000120*          Cole Brito,
000130* Course and Section: CST8283 302
000140* Date: Oct 15, 2026
000150* Purpose: Vendor end-of-day price and FX rate load
000160* Tectonics: cobc
000170******************************************************************
000180* MODIFICATION HISTORY
000190* ----------------------------------------------------------
000200* DATE        INIT DESCRIPTION
000210* 2026-10-15  CB   New program - loads the day's closing prices
000220*                  and FX rates from the primary and secondary
000230*                  vendor end-of-day files (comma-delimited,
000240*                  like the broker confirms) instead of keying
000250*                  them through STOCK-MAINT.  The primary
000260*                  vendor's value is used; the secondary fills
000270*                  in where the primary has none.  A symbol or
000280*                  currency the two vendors price more than the
000290*                  tolerance apart is flagged on the load
000300*                  report.  Writes STOCKSNEW.txt with the new
000310*                  closes (names, currencies and sectors as they
000320*                  stand) and FXHISTNEW.txt - the FX history
000330*                  with the day's rates added - plus a load
000340*                  report listing each symbol's source and the
000350*                  master symbols neither vendor priced.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. PRICE-LOAD.
000390 AUTHOR. C. BRITO.
000400 INSTALLATION. CST8283 PORTFOLIO REPORTING.
000410 DATE-WRITTEN. OCT 15, 2026.
000420 DATE-COMPILED. OCT 15, 2026.

000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT OLD-MASTER-FILE-IN
000470     ASSIGN TO "../STOCKS.txt"
000480     ORGANIZATION IS LINE SEQUENTIAL.

000490     SELECT PRIMARY-FEED-IN
000500     ASSIGN TO "../VENDPRI.txt"
000510     ORGANIZATION IS LINE SEQUENTIAL
000520     FILE STATUS IS PL-PRI-FILE-STATUS.

000530     SELECT SECONDARY-FEED-IN
000540     ASSIGN TO "../VENDSEC.txt"
000550     ORGANIZATION IS LINE SEQUENTIAL
000560     FILE STATUS IS PL-SEC-FILE-STATUS.

000570     SELECT FX-HISTORY-FILE-IN
000580     ASSIGN TO "../FXHIST.txt"
000590     ORGANIZATION IS LINE SEQUENTIAL
000600     FILE STATUS IS PL-FXH-FILE-STATUS.

000610     SELECT NEW-MASTER-FILE-OUT
000620     ASSIGN TO "../STOCKSNEW.txt"
000630     ORGANIZATION IS LINE SEQUENTIAL.

000640     SELECT FX-HISTORY-FILE-OUT
000650     ASSIGN TO "../FXHISTNEW.txt"
000660     ORGANIZATION IS LINE SEQUENTIAL.

000670     SELECT LOAD-REPORT-OUT
000680     ASSIGN TO "../PRICERPT.txt"
000690     ORGANIZATION IS LINE SEQUENTIAL.

000700     SELECT LOAD-REJECT-OUT
000710     ASSIGN TO "../PRICEREJ.txt"
000720     ORGANIZATION IS LINE SEQUENTIAL.

000730 DATA DIVISION.
000740 FILE SECTION.
000750* Existing stock master - the closes this program replaces;
000760* same layout as the reporting run reads.
000770 FD OLD-MASTER-FILE-IN.
000780 01 OLD-MASTER-RECORD.
000790     05 OLD-SYMBOL          PIC X(7).
000800     05 OLD-NAME            PIC X(25).
000810     05 OLD-CLOSING-PRICE   PIC 9(4)V99.
000820     05 OLD-CURRENCY-CODE   PIC X(3).
000830     05 OLD-SECTOR-CODE     PIC X(4).

000840* Vendor end-of-day files - one comma-delimited row per
000850* closing price or FX rate, both vendors in the same layout:
000860*     P,symbol,yyyymmdd,close      e.g. P,ABC,20261015,16.25
000870*     F,currency,yyyymmdd,rate     e.g. F,USD,20261015,1.3650
000880* An FX rate is the CAD value of one unit of the currency.
000890 FD PRIMARY-FEED-IN.
000900 01 PRIMARY-FEED-RECORD     PIC X(80).

000910 FD SECONDARY-FEED-IN.
000920 01 SECONDARY-FEED-RECORD   PIC X(80).

000930* Dated FX rate history - copied across to the new history
000940* with the day's rates added.  The file is optional.
000950 FD FX-HISTORY-FILE-IN.
000960 01 FX-HISTORY-RECORD.
000970     05 FXH-DATE          PIC 9(8).
000980     05 FXH-CURRENCY-CODE PIC X(3).
000990     05 FXH-RATE-TO-CAD   PIC 9(3)V9999.

001000* Updated sequential master, written from the table with the
001010* loaded closes - ready to be put in place as the next
001020* STOCKS.txt.
001030 FD NEW-MASTER-FILE-OUT.
001040 01 NEW-MASTER-RECORD.
001050     05 NEW-SYMBOL          PIC X(7).
001060     05 NEW-NAME            PIC X(25).
001070     05 NEW-CLOSING-PRICE   PIC 9(4)V99.
001080     05 NEW-CURRENCY-CODE   PIC X(3).
001090     05 NEW-SECTOR-CODE     PIC X(4).

001100* Updated FX history - the old rows, less any for a currency
001110* reloaded on the feed date, then the day's rates - ready to
001120* be put in place as the next FXHIST.txt.
001130 FD FX-HISTORY-FILE-OUT.
001140 01 NEW-FX-HISTORY-RECORD.
001150     05 NFX-DATE          PIC 9(8).
001160     05 NFX-CURRENCY-CODE PIC X(3).
001170     05 NFX-RATE-TO-CAD   PIC 9(3)V9999.

001180* Load report - one line per master symbol and per FX rate
001190* showing where the value came from, the symbols neither
001200* vendor priced, and the control totals.
001210 FD LOAD-REPORT-OUT.
001220 01 LOAD-REPORT-RECORD      PIC X(110).

001230* Reject listing - one line per vendor row that failed
001240* validation, with the vendor and the reason it was refused.
001250 FD LOAD-REJECT-OUT.
001260 01 LOAD-REJECT-RECORD.
001270     05 REJ-VENDOR      PIC X(9).
001280     05 FILLER          PIC X(2) VALUE SPACES.
001290     05 REJ-RAW-LINE    PIC X(60).
001300     05 FILLER          PIC X(2) VALUE SPACES.
001310     05 REJ-REASON      PIC X(30).

001320 WORKING-STORAGE SECTION.
001330*----------------------------------------------------------------
001340* Standalone counters and switches for the master table, the
001350* FX table and the two vendor passes.
001360*----------------------------------------------------------------
001370 77 PL-MASTER-COUNT         PIC 9(5) COMP VALUE ZERO.
001380 77 PL-MASTER-FOUND-IDX     PIC 9(5) COMP VALUE ZERO.
001390 77 PL-FX-COUNT             PIC 9(4) COMP VALUE ZERO.
001400 77 PL-FX-FOUND-IDX         PIC 9(4) COMP VALUE ZERO.
001410 77 PL-INSERT-AT            PIC 9(5) COMP VALUE ZERO.
001420 77 PL-SCAN-SUB             PIC 9(5) COMP VALUE ZERO.
001430 77 PL-SHIFT-SUB            PIC 9(5) COMP VALUE ZERO.
001440 77 PL-CHAR-SUB             PIC 9(2) COMP VALUE ZERO.
001450 77 PL-DOT-COUNT            PIC 9(2) COMP VALUE ZERO.
001460 77 PL-FRAC-COUNT           PIC 9(2) COMP VALUE ZERO.
001470 77 PL-MAX-DECIMALS         PIC 9(2) COMP VALUE ZERO.
001480 77 PL-PRI-READ-COUNT       PIC 9(5) COMP VALUE ZERO.
001490 77 PL-SEC-READ-COUNT       PIC 9(5) COMP VALUE ZERO.
001500 77 PL-REJECT-COUNT         PIC 9(5) COMP VALUE ZERO.
001510 77 PL-FROM-PRI-COUNT       PIC 9(5) COMP VALUE ZERO.
001520 77 PL-FROM-SEC-COUNT       PIC 9(5) COMP VALUE ZERO.
001530 77 PL-UNPRICED-COUNT       PIC 9(5) COMP VALUE ZERO.
001540 77 PL-DISAGREE-COUNT       PIC 9(5) COMP VALUE ZERO.
001550 77 PL-FX-LOADED-COUNT      PIC 9(5) COMP VALUE ZERO.
001560 77 PL-FX-DISAGREE-COUNT    PIC 9(5) COMP VALUE ZERO.
001570 77 PL-FXH-COPIED-COUNT     PIC 9(5) COMP VALUE ZERO.
001580 77 PL-FXH-REPLACED-COUNT   PIC 9(5) COMP VALUE ZERO.
001590 77 PL-DUP-COUNT            PIC 9(5) COMP VALUE ZERO.
001600 77 PL-OVFL-COUNT           PIC 9(5) COMP VALUE ZERO.
001610 77 PL-COUNT-EDIT           PIC ZZZZ9.
001620 77 PL-LOAD-DATE            PIC 9(8) VALUE ZERO.
001630 77 PL-VENDOR-NAME          PIC X(9) VALUE SPACES.
001640 77 PL-VENDOR-LINE          PIC X(80) VALUE SPACES.
001650 77 PL-REJECT-REASON        PIC X(30) VALUE SPACES.
001660 77 PL-LOOKUP-SYMBOL        PIC X(7) VALUE SPACES.
001670 77 PL-LOOKUP-CURRENCY      PIC X(3) VALUE SPACES.
001680 77 PL-ROW-PRICE            PIC 9(4)V99 VALUE ZERO.
001690 77 PL-ROW-RATE             PIC 9(3)V9999 VALUE ZERO.
001700 77 PL-WORK-AMOUNT          PIC 9(7)V9999 VALUE ZERO.
001710 77 PL-DIFF-AMOUNT          PIC 9(7)V9999 VALUE ZERO.
001720 77 PL-DIFF-PCT             PIC 9(5)V99 VALUE ZERO.
001730 77 PL-PRI-FILE-STATUS      PIC XX VALUE SPACES.
001740 77 PL-SEC-FILE-STATUS      PIC XX VALUE SPACES.
001750 77 PL-FXH-FILE-STATUS      PIC XX VALUE SPACES.

001760* Two vendors more than this many percent apart (of the
001770* primary's value) are flagged on the load report.  Closes
001780* are allowed more room than FX rates, which barely move
001790* between sources.
001800 77 PL-PRICE-TOLERANCE-PCT  PIC 9(3)V99 VALUE 2.00.
001810 77 PL-FX-TOLERANCE-PCT     PIC 9(3)V99 VALUE 0.50.

001820 01 PL-SWITCHES.
001830     05 PL-SW-EOF-MASTER       PIC X VALUE "N".
001840        88 PL-EOF-MASTER             VALUE "Y".
001850     05 PL-SW-EOF-FEED         PIC X VALUE "N".
001860        88 PL-EOF-FEED               VALUE "Y".
001870     05 PL-SW-EOF-FXH          PIC X VALUE "N".
001880        88 PL-EOF-FXH                VALUE "Y".
001890     05 PL-SW-MASTER-FOUND     PIC X VALUE "N".
001900        88 PL-MASTER-FOUND           VALUE "Y".
001910     05 PL-SW-FX-FOUND         PIC X VALUE "N".
001920        88 PL-FX-FOUND               VALUE "Y".
001930     05 PL-SW-INSERT-FOUND     PIC X VALUE "N".
001940        88 PL-INSERT-FOUND           VALUE "Y".
001950     05 PL-SW-ROW-OK           PIC X VALUE "Y".
001960        88 PL-ROW-VALID              VALUE "Y".
001970        88 PL-ROW-INVALID            VALUE "N".
001980     05 PL-SW-TOKEN-OK         PIC X VALUE "Y".
001990        88 PL-TOKEN-NUMERIC          VALUE "Y".
002000        88 PL-TOKEN-BAD              VALUE "N".
002010     05 PL-SW-DIGIT-SEEN       PIC X VALUE "N".
002020        88 PL-DIGIT-SEEN             VALUE "Y".
002030     05 PL-SW-FEED-SOURCE      PIC X VALUE "P".
002040        88 PL-FEED-IS-PRIMARY        VALUE "P".
002050        88 PL-FEED-IS-SECONDARY      VALUE "S".
002060     05 PL-SW-RUN-STATUS       PIC X VALUE "N".
002070        88 PL-RUN-ERROR              VALUE "Y".
002080     05 PL-SW-UNPRICED-HEAD    PIC X VALUE "N".
002090        88 PL-UNPRICED-HEAD-DONE     VALUE "Y".

002100* One vendor row split on its commas.
002110 01 PL-TOKEN-FIELDS.
002120     05 PL-TOK-TYPE      PIC X(10).
002130     05 PL-TOK-CODE      PIC X(10).
002140     05 PL-TOK-DATE      PIC X(10).
002150     05 PL-TOK-VALUE     PIC X(10).
002160     05 PL-TOK-EXTRA     PIC X(10).
002170 77 PL-TOK-WORK             PIC X(10) VALUE SPACES.

002180* In-memory master table - loaded from the old master in
002190* symbol order (sorted insert, as STOCK-MAINT loads it) for
002200* the binary search, with each vendor's close alongside.
002210 01 PL-MASTER-TABLE.
002220     05 PL-MASTER-ENTRY OCCURS 1 TO 10000 TIMES
002230                        DEPENDING ON PL-MASTER-COUNT
002240                        ASCENDING KEY IS PL-MST-SYMBOL
002250                        INDEXED BY PL-MST-IDX.
002260        10 PL-MST-SYMBOL         PIC X(7).
002270        10 PL-MST-NAME           PIC X(25).
002280        10 PL-MST-CLOSING-PRICE  PIC 9(4)V99.
002290        10 PL-MST-CURRENCY-CODE  PIC X(3).
002300        10 PL-MST-SECTOR-CODE    PIC X(4).
002310        10 PL-MST-OLD-PRICE      PIC 9(4)V99.
002320        10 PL-MST-PRI-PRICE      PIC 9(4)V99.
002330        10 PL-MST-SEC-PRICE      PIC 9(4)V99.
002340        10 PL-MST-PRI-SW         PIC X.
002350           88 PL-MST-PRI-PRICED        VALUE "Y".
002360        10 PL-MST-SEC-SW         PIC X.
002370           88 PL-MST-SEC-PRICED        VALUE "Y".

002380* The day's FX rates from each vendor, one entry per
002390* currency either vendor quoted.
002400 01 PL-FX-TABLE.
002410     05 PL-FX-ENTRY OCCURS 50 TIMES
002420                    INDEXED BY PL-FX-IDX.
002430        10 PL-FX-CURRENCY-CODE   PIC X(3).
002440        10 PL-FX-PRI-RATE        PIC 9(3)V9999.
002450        10 PL-FX-SEC-RATE        PIC 9(3)V9999.
002460        10 PL-FX-RATE            PIC 9(3)V9999.
002470        10 PL-FX-PRI-SW          PIC X.
002480           88 PL-FX-PRI-QUOTED         VALUE "Y".
002490        10 PL-FX-SEC-SW          PIC X.
002500           88 PL-FX-SEC-QUOTED         VALUE "Y".

002510* Report lines.  A price or rate a vendor did not supply is
002520* left blank through the alphanumeric redefinition.
002530 01 PL-REPORT-TITLE.
002540     05 FILLER           PIC X(31)
002550                         VALUE "VENDOR PRICE LOAD - FEED DATE ".
002560     05 PL-TTL-DATE      PIC 9(8).

002570 01 PL-PRICE-HEADER.
002580     05 FILLER PIC X(7)  VALUE "SYMBOL".
002590     05 FILLER PIC X(2)  VALUE SPACES.
002600     05 FILLER PIC X(9)  VALUE "OLD CLOSE".
002610     05 FILLER PIC X(2)  VALUE SPACES.
002620     05 FILLER PIC X(9)  VALUE "  PRIMARY".
002630     05 FILLER PIC X(2)  VALUE SPACES.
002640     05 FILLER PIC X(9)  VALUE "SECONDARY".
002650     05 FILLER PIC X(2)  VALUE SPACES.
002660     05 FILLER PIC X(9)  VALUE "NEW CLOSE".
002670     05 FILLER PIC X(2)  VALUE SPACES.
002680     05 FILLER PIC X(9)  VALUE "SOURCE".
002690     05 FILLER PIC X(2)  VALUE SPACES.
002700     05 FILLER PIC X(7)  VALUE "  DIFF%".
002710     05 FILLER PIC X(2)  VALUE SPACES.
002720     05 FILLER PIC X(4)  VALUE "NOTE".

002730 01 PL-PRICE-LINE.
002740     05 PL-PRL-SYMBOL     PIC X(7).
002750     05 FILLER            PIC X(3) VALUE SPACES.
002760     05 PL-PRL-OLD        PIC Z(4)9.99.
002770     05 FILLER            PIC X(3) VALUE SPACES.
002780     05 PL-PRL-PRI        PIC Z(4)9.99.
002790     05 PL-PRL-PRI-X REDEFINES PL-PRL-PRI
002800                          PIC X(8).
002810     05 FILLER            PIC X(3) VALUE SPACES.
002820     05 PL-PRL-SEC        PIC Z(4)9.99.
002830     05 PL-PRL-SEC-X REDEFINES PL-PRL-SEC
002840                          PIC X(8).
002850     05 FILLER            PIC X(3) VALUE SPACES.
002860     05 PL-PRL-NEW        PIC Z(4)9.99.
002870     05 FILLER            PIC X(2) VALUE SPACES.
002880     05 PL-PRL-SOURCE     PIC X(9).
002890     05 FILLER            PIC X(2) VALUE SPACES.
002900     05 PL-PRL-DIFF       PIC ZZZ9.99.
002910     05 PL-PRL-DIFF-X REDEFINES PL-PRL-DIFF
002920                          PIC X(7).
002930     05 FILLER            PIC X(2) VALUE SPACES.
002940     05 PL-PRL-NOTE       PIC X(30).

002950 01 PL-FX-HEADER.
002960     05 FILLER PIC X(7)  VALUE "CCY".
002970     05 FILLER PIC X(2)  VALUE SPACES.
002980     05 FILLER PIC X(9)  VALUE SPACES.
002990     05 FILLER PIC X(2)  VALUE SPACES.
003000     05 FILLER PIC X(9)  VALUE "  PRIMARY".
003010     05 FILLER PIC X(2)  VALUE SPACES.
003020     05 FILLER PIC X(9)  VALUE "SECONDARY".
003030     05 FILLER PIC X(2)  VALUE SPACES.
003040     05 FILLER PIC X(9)  VALUE " NEW RATE".
003050     05 FILLER PIC X(2)  VALUE SPACES.
003060     05 FILLER PIC X(9)  VALUE "SOURCE".
003070     05 FILLER PIC X(2)  VALUE SPACES.
003080     05 FILLER PIC X(7)  VALUE "  DIFF%".
003090     05 FILLER PIC X(2)  VALUE SPACES.
003100     05 FILLER PIC X(4)  VALUE "NOTE".

003110 01 PL-FX-LINE.
003120     05 PL-FXL-CURRENCY   PIC X(7).
003130     05 FILLER            PIC X(11) VALUE SPACES.
003140     05 FILLER            PIC X(3) VALUE SPACES.
003150     05 PL-FXL-PRI        PIC ZZ9.9999.
003160     05 PL-FXL-PRI-X REDEFINES PL-FXL-PRI
003170                          PIC X(8).
003180     05 FILLER            PIC X(3) VALUE SPACES.
003190     05 PL-FXL-SEC        PIC ZZ9.9999.
003200     05 PL-FXL-SEC-X REDEFINES PL-FXL-SEC
003210                          PIC X(8).
003220     05 FILLER            PIC X(3) VALUE SPACES.
003230     05 PL-FXL-NEW        PIC ZZ9.9999.
003240     05 FILLER            PIC X(2) VALUE SPACES.
003250     05 PL-FXL-SOURCE     PIC X(9).
003260     05 FILLER            PIC X(2) VALUE SPACES.
003270     05 PL-FXL-DIFF       PIC ZZZ9.99.
003280     05 PL-FXL-DIFF-X REDEFINES PL-FXL-DIFF
003290                          PIC X(7).
003300     05 FILLER            PIC X(2) VALUE SPACES.
003310     05 PL-FXL-NOTE       PIC X(30).

003320 01 PL-UNPRICED-LINE.
003330     05 PL-UNL-SYMBOL     PIC X(7).
003340     05 FILLER            PIC X(2) VALUE SPACES.
003350     05 PL-UNL-NAME       PIC X(25).
003360     05 FILLER            PIC X(2) VALUE SPACES.
003370     05 PL-UNL-CLOSE      PIC Z(4)9.99.
003380     05 FILLER            PIC X(2) VALUE SPACES.
003390     05 PL-UNL-NOTE       PIC X(30).

003400 PROCEDURE DIVISION.
003410*----------------------------------------------------------------
003420* 0000-MAINLINE - load the old master, take the primary
003430* vendor's rows and then the secondary's, pick each symbol's
003440* and currency's value, then write the new master and FX
003450* history and close off the report with the control totals
003460* and the install note.  A run with no usable vendor row at
003470* all writes neither file and ends RC 8.
003480*----------------------------------------------------------------
003490 0000-MAINLINE.
003500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003510     SET PL-FEED-IS-PRIMARY TO TRUE.
003520     PERFORM 2000-LOAD-PRIMARY-FEED THRU 2000-EXIT.
003530     SET PL-FEED-IS-SECONDARY TO TRUE.
003540     PERFORM 2500-LOAD-SECONDARY-FEED THRU 2500-EXIT.
003550     IF PL-LOAD-DATE = ZERO
003560         MOVE "NO USABLE VENDOR ROWS - NOTHING LOADED - RC 8"
003570             TO LOAD-REPORT-RECORD
003580         WRITE LOAD-REPORT-RECORD
003590         MOVE 8 TO RETURN-CODE
003600         SET PL-RUN-ERROR TO TRUE
003610     END-IF.
003620     IF NOT PL-RUN-ERROR
003630         PERFORM 5000-SELECT-PRICES THRU 5000-EXIT
003640         PERFORM 5500-SELECT-FX-RATES THRU 5500-EXIT
003650         PERFORM 5800-LIST-UNPRICED THRU 5800-EXIT
003660         PERFORM 8000-WRITE-NEW-MASTER THRU 8000-EXIT
003670         PERFORM 8100-WRITE-NEW-FX-HISTORY THRU 8100-EXIT
003680     END-IF.
003690     PERFORM 8500-WRITE-CONTROL-TOTALS THRU 8500-EXIT.
003700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
003710     STOP RUN.

003720*----------------------------------------------------------------
003730* 1000-INITIALIZE - open both printed outputs and load the
003740* old master table.
003750*----------------------------------------------------------------
003760 1000-INITIALIZE.
003770     OPEN OUTPUT LOAD-REPORT-OUT.
003780     OPEN OUTPUT LOAD-REJECT-OUT.
003790     OPEN INPUT OLD-MASTER-FILE-IN.
003800     PERFORM 1050-READ-OLD-MASTER THRU 1050-EXIT.
003810     PERFORM 1100-LOAD-MASTER-TABLE THRU 1100-EXIT
003820         UNTIL PL-EOF-MASTER.
003830     CLOSE OLD-MASTER-FILE-IN.
003840 1000-EXIT.
003850     EXIT.

003860 1050-READ-OLD-MASTER.
003870     READ OLD-MASTER-FILE-IN
003880         AT END SET PL-EOF-MASTER TO TRUE
003890     END-READ.
003900 1050-EXIT.
003910     EXIT.

003920*----------------------------------------------------------------
003930* 1100-LOAD-MASTER-TABLE - insert one old-master record at its
003940* place in symbol order, so the table is sorted for the binary
003950* search in 3100-FIND-MASTER.  A duplicate symbol or a row
003960* past the table's capacity is dropped and listed, exactly as
003970* STOCK-MAINT treats them.
003980*----------------------------------------------------------------
003990 1100-LOAD-MASTER-TABLE.
004000     IF PL-MASTER-COUNT >= 10000
004010         ADD 1 TO PL-OVFL-COUNT
004020         MOVE SPACES       TO LOAD-REJECT-RECORD
004030         MOVE "MASTER"     TO REJ-VENDOR
004040         MOVE OLD-MASTER-RECORD TO REJ-RAW-LINE
004050         MOVE "MASTER TABLE OVERFLOW" TO REJ-REASON
004060         WRITE LOAD-REJECT-RECORD
004070         GO TO 1100-NEXT
004080     END-IF.
004090     ADD 1 TO PL-MASTER-COUNT.
004100     MOVE PL-MASTER-COUNT TO PL-INSERT-AT.
004110     MOVE "N" TO PL-SW-INSERT-FOUND.
004120     PERFORM 1110-FIND-LOAD-INSERT-POINT THRU 1110-EXIT
004130         VARYING PL-SCAN-SUB FROM 1 BY 1
004140         UNTIL PL-SCAN-SUB >= PL-MASTER-COUNT
004150            OR PL-INSERT-FOUND.
004160     IF PL-INSERT-AT > 1
004170        AND PL-MST-SYMBOL(PL-INSERT-AT - 1) = OLD-SYMBOL
004180         SUBTRACT 1 FROM PL-MASTER-COUNT
004190         ADD 1 TO PL-DUP-COUNT
004200         MOVE SPACES       TO LOAD-REJECT-RECORD
004210         MOVE "MASTER"     TO REJ-VENDOR
004220         MOVE OLD-MASTER-RECORD TO REJ-RAW-LINE
004230         MOVE "DUPLICATE ON OLD MASTER" TO REJ-REASON
004240         WRITE LOAD-REJECT-RECORD
004250         GO TO 1100-NEXT
004260     END-IF.
004270     COMPUTE PL-SHIFT-SUB = PL-MASTER-COUNT - 1.
004280     PERFORM 1120-SHIFT-MASTER-ENTRY THRU 1120-EXIT
004290         UNTIL PL-SHIFT-SUB < PL-INSERT-AT.
004300     MOVE OLD-SYMBOL        TO PL-MST-SYMBOL(PL-INSERT-AT).
004310     MOVE OLD-NAME          TO PL-MST-NAME(PL-INSERT-AT).
004320     MOVE OLD-CLOSING-PRICE
004330         TO PL-MST-CLOSING-PRICE(PL-INSERT-AT).
004340     MOVE OLD-CLOSING-PRICE
004350         TO PL-MST-OLD-PRICE(PL-INSERT-AT).
004360     MOVE OLD-CURRENCY-CODE
004370         TO PL-MST-CURRENCY-CODE(PL-INSERT-AT).
004380     MOVE OLD-SECTOR-CODE
004390         TO PL-MST-SECTOR-CODE(PL-INSERT-AT).
004400     MOVE ZERO TO PL-MST-PRI-PRICE(PL-INSERT-AT).
004410     MOVE ZERO TO PL-MST-SEC-PRICE(PL-INSERT-AT).
004420     MOVE "N"  TO PL-MST-PRI-SW(PL-INSERT-AT).
004430     MOVE "N"  TO PL-MST-SEC-SW(PL-INSERT-AT).
004440 1100-NEXT.
004450     PERFORM 1050-READ-OLD-MASTER THRU 1050-EXIT.
004460 1100-EXIT.
004470     EXIT.

004480 1110-FIND-LOAD-INSERT-POINT.
004490     IF PL-MST-SYMBOL(PL-SCAN-SUB) > OLD-SYMBOL
004500         MOVE PL-SCAN-SUB TO PL-INSERT-AT
004510         SET PL-INSERT-FOUND TO TRUE
004520     END-IF.
004530 1110-EXIT.
004540     EXIT.

004550 1120-SHIFT-MASTER-ENTRY.
004560     MOVE PL-MASTER-ENTRY(PL-SHIFT-SUB)
004570         TO PL-MASTER-ENTRY(PL-SHIFT-SUB + 1).
004580     SUBTRACT 1 FROM PL-SHIFT-SUB.
004590 1120-EXIT.
004600     EXIT.

004610*----------------------------------------------------------------
004620* 2000-LOAD-PRIMARY-FEED - validate and post every row of the
004630* primary vendor's file.  A missing file is noted on the report
004640* and the secondary vendor carries the day on its own.
004650*----------------------------------------------------------------
004660 2000-LOAD-PRIMARY-FEED.
004670     MOVE "PRIMARY" TO PL-VENDOR-NAME.
004680     OPEN INPUT PRIMARY-FEED-IN.
004690     IF PL-PRI-FILE-STATUS = "35"
004700         MOVE "NO PRIMARY VENDOR FILE - SECONDARY ONLY"
004710             TO LOAD-REPORT-RECORD
004720         WRITE LOAD-REPORT-RECORD
004730         GO TO 2000-EXIT
004740     END-IF.
004750     MOVE "N" TO PL-SW-EOF-FEED.
004760     PERFORM 2010-READ-PRIMARY THRU 2010-EXIT.
004770     PERFORM 2020-POST-PRIMARY-ROW THRU 2020-EXIT
004780         UNTIL PL-EOF-FEED.
004790     CLOSE PRIMARY-FEED-IN.
004800 2000-EXIT.
004810     EXIT.

004820 2010-READ-PRIMARY.
004830     READ PRIMARY-FEED-IN
004840         AT END SET PL-EOF-FEED TO TRUE
004850     END-READ.
004860 2010-EXIT.
004870     EXIT.

004880 2020-POST-PRIMARY-ROW.
004890     ADD 1 TO PL-PRI-READ-COUNT.
004900     MOVE PRIMARY-FEED-RECORD TO PL-VENDOR-LINE.
004910     PERFORM 3000-PARSE-VENDOR-ROW THRU 3000-EXIT.
004920     IF PL-ROW-VALID
004930         PERFORM 4000-POST-VENDOR-ROW THRU 4000-EXIT
004940     END-IF.
004950     IF PL-ROW-INVALID
004960         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
004970     END-IF.
004980     PERFORM 2010-READ-PRIMARY THRU 2010-EXIT.
004990 2020-EXIT.
005000     EXIT.

005010*----------------------------------------------------------------
005020* 2500-LOAD-SECONDARY-FEED - the same for the secondary
005030* vendor's file, which is only ever a fallback.  No file just
005040* means no fallback today.
005050*----------------------------------------------------------------
005060 2500-LOAD-SECONDARY-FEED.
005070     MOVE "SECONDARY" TO PL-VENDOR-NAME.
005080     OPEN INPUT SECONDARY-FEED-IN.
005090     IF PL-SEC-FILE-STATUS = "35"
005100         MOVE "NO SECONDARY VENDOR FILE - NO FALLBACK"
005110             TO LOAD-REPORT-RECORD
005120         WRITE LOAD-REPORT-RECORD
005130         GO TO 2500-EXIT
005140     END-IF.
005150     MOVE "N" TO PL-SW-EOF-FEED.
005160     PERFORM 2510-READ-SECONDARY THRU 2510-EXIT.
005170     PERFORM 2520-POST-SECONDARY-ROW THRU 2520-EXIT
005180         UNTIL PL-EOF-FEED.
005190     CLOSE SECONDARY-FEED-IN.
005200 2500-EXIT.
005210     EXIT.

005220 2510-READ-SECONDARY.
005230     READ SECONDARY-FEED-IN
005240         AT END SET PL-EOF-FEED TO TRUE
005250     END-READ.
005260 2510-EXIT.
005270     EXIT.

005280 2520-POST-SECONDARY-ROW.
005290     ADD 1 TO PL-SEC-READ-COUNT.
005300     MOVE SECONDARY-FEED-RECORD TO PL-VENDOR-LINE.
005310     PERFORM 3000-PARSE-VENDOR-ROW THRU 3000-EXIT.
005320     IF PL-ROW-VALID
005330         PERFORM 4000-POST-VENDOR-ROW THRU 4000-EXIT
005340     END-IF.
005350     IF PL-ROW-INVALID
005360         PERFORM 3900-WRITE-REJECT THRU 3900-EXIT
005370     END-IF.
005380     PERFORM 2510-READ-SECONDARY THRU 2510-EXIT.
005390 2520-EXIT.
005400     EXIT.

005410*----------------------------------------------------------------
005420* 3000-PARSE-VENDOR-ROW - split the delimited row on commas and
005430* prove each token: a P or F row type, a symbol that fits its
005440* column (or a three-letter currency other than CAD), an
005450* eight-digit date agreeing with the feed date, and a clean
005460* unsigned value - a close to the cent or a rate to four
005470* places, neither zero.  The first good row fixes the feed
005480* date; every later row, from either vendor, must carry it.
005490*----------------------------------------------------------------
005500 3000-PARSE-VENDOR-ROW.
005510     SET PL-ROW-VALID TO TRUE.
005520     MOVE SPACES TO PL-TOKEN-FIELDS.
005530     UNSTRING PL-VENDOR-LINE DELIMITED BY ","
005540         INTO PL-TOK-TYPE PL-TOK-CODE PL-TOK-DATE
005550              PL-TOK-VALUE PL-TOK-EXTRA
005560     END-UNSTRING.
005570     IF PL-TOK-TYPE NOT = "P" AND PL-TOK-TYPE NOT = "F"
005580         SET PL-ROW-INVALID TO TRUE
005590         MOVE "BAD ROW TYPE" TO PL-REJECT-REASON
005600         GO TO 3000-EXIT
005610     END-IF.
005620     IF PL-TOK-TYPE = "P"
005630         IF PL-TOK-CODE = SPACES
005640            OR PL-TOK-CODE(8:3) NOT = SPACES
005650             SET PL-ROW-INVALID TO TRUE
005660             MOVE "BAD SYMBOL" TO PL-REJECT-REASON
005670             GO TO 3000-EXIT
005680         END-IF
005690     ELSE
005700         IF PL-TOK-CODE(1:3) NOT ALPHABETIC-UPPER
005710            OR PL-TOK-CODE(1:3) = SPACES
005720            OR PL-TOK-CODE(4:7) NOT = SPACES
005730             SET PL-ROW-INVALID TO TRUE
005740             MOVE "BAD CURRENCY CODE" TO PL-REJECT-REASON
005750             GO TO 3000-EXIT
005760         END-IF
005770         IF PL-TOK-CODE(1:3) = "CAD"
005780             SET PL-ROW-INVALID TO TRUE
005790             MOVE "CAD NEEDS NO RATE" TO PL-REJECT-REASON
005800             GO TO 3000-EXIT
005810         END-IF
005820     END-IF.
005830     IF PL-TOK-DATE(1:8) NOT NUMERIC
005840        OR PL-TOK-DATE(9:2) NOT = SPACES
005850         SET PL-ROW-INVALID TO TRUE
005860         MOVE "BAD PRICE DATE" TO PL-REJECT-REASON
005870         GO TO 3000-EXIT
005880     END-IF.
005890     IF PL-LOAD-DATE NOT = ZERO
005900        AND PL-TOK-DATE(1:8) NOT = PL-LOAD-DATE
005910         SET PL-ROW-INVALID TO TRUE
005920         MOVE "NOT THE FEED DATE" TO PL-REJECT-REASON
005930         GO TO 3000-EXIT
005940     END-IF.
005950     MOVE PL-TOK-VALUE TO PL-TOK-WORK.
005960     IF PL-TOK-TYPE = "P"
005970         MOVE 2 TO PL-MAX-DECIMALS
005980     ELSE
005990         MOVE 4 TO PL-MAX-DECIMALS
006000     END-IF.
006010     PERFORM 3300-CHECK-NUMERIC-TOKEN THRU 3300-EXIT.
006020     IF PL-TOKEN-BAD
006030         SET PL-ROW-INVALID TO TRUE
006040         MOVE "BAD PRICE OR RATE" TO PL-REJECT-REASON
006050         GO TO 3000-EXIT
006060     END-IF.
006070     COMPUTE PL-WORK-AMOUNT = FUNCTION NUMVAL(PL-TOK-VALUE).
006080     IF PL-WORK-AMOUNT = ZERO
006090         SET PL-ROW-INVALID TO TRUE
006100         MOVE "ZERO PRICE OR RATE" TO PL-REJECT-REASON
006110         GO TO 3000-EXIT
006120     END-IF.
006130     IF PL-TOK-TYPE = "P"
006140         IF PL-WORK-AMOUNT > 9999.99
006150             SET PL-ROW-INVALID TO TRUE
006160             MOVE "PRICE OUT OF RANGE" TO PL-REJECT-REASON
006170             GO TO 3000-EXIT
006180         END-IF
006190         MOVE PL-WORK-AMOUNT TO PL-ROW-PRICE
006200         MOVE PL-TOK-CODE(1:7) TO PL-LOOKUP-SYMBOL
006210     ELSE
006220         IF PL-WORK-AMOUNT > 999.9999
006230             SET PL-ROW-INVALID TO TRUE
006240             MOVE "RATE OUT OF RANGE" TO PL-REJECT-REASON
006250             GO TO 3000-EXIT
006260         END-IF
006270         MOVE PL-WORK-AMOUNT TO PL-ROW-RATE
006280         MOVE PL-TOK-CODE(1:3) TO PL-LOOKUP-CURRENCY
006290     END-IF.
006300 3000-EXIT.
006310     EXIT.

006320*----------------------------------------------------------------
006330* 3100-FIND-MASTER - binary search of the master table for the
006340* vendor row's symbol.
006350*----------------------------------------------------------------
006360 3100-FIND-MASTER.
006370     MOVE "N" TO PL-SW-MASTER-FOUND.
006380     IF PL-MASTER-COUNT = ZERO
006390         GO TO 3100-EXIT
006400     END-IF.
006410     SEARCH ALL PL-MASTER-ENTRY
006420         AT END CONTINUE
006430         WHEN PL-MST-SYMBOL(PL-MST-IDX) = PL-LOOKUP-SYMBOL
006440             SET PL-MASTER-FOUND TO TRUE
006450             SET PL-MASTER-FOUND-IDX TO PL-MST-IDX
006460     END-SEARCH.
006470 3100-EXIT.
006480     EXIT.

006490*----------------------------------------------------------------
006500* 3200-FIND-FX-ENTRY - find the vendor row's currency in the
006510* FX table.
006520*----------------------------------------------------------------
006530 3200-FIND-FX-ENTRY.
006540     MOVE "N" TO PL-SW-FX-FOUND.
006550     PERFORM 3210-COMPARE-FX-CODE THRU 3210-EXIT
006560         VARYING PL-FX-IDX FROM 1 BY 1
006570         UNTIL PL-FX-IDX > PL-FX-COUNT
006580            OR PL-FX-FOUND.
006590 3200-EXIT.
006600     EXIT.

006610 3210-COMPARE-FX-CODE.
006620     IF PL-FX-CURRENCY-CODE(PL-FX-IDX) = PL-LOOKUP-CURRENCY
006630         SET PL-FX-FOUND TO TRUE
006640         SET PL-FX-FOUND-IDX TO PL-FX-IDX
006650     END-IF.
006660 3210-EXIT.
006670     EXIT.

006680*----------------------------------------------------------------
006690* 3300-CHECK-NUMERIC-TOKEN - prove the token in PL-TOK-WORK is
006700* an unsigned number: digits with at most one decimal point
006710* carrying at most PL-MAX-DECIMALS digits, then nothing but
006720* trailing spaces.  NUMVAL would quietly accept a blank token
006730* and quietly truncate excess decimals, so the shape is
006740* checked here first, the same way CONFIRM-IMPORT checks a
006750* confirm.
006760*----------------------------------------------------------------
006770 3300-CHECK-NUMERIC-TOKEN.
006780     SET PL-TOKEN-NUMERIC TO TRUE.
006790     MOVE "N" TO PL-SW-DIGIT-SEEN.
006800     MOVE ZERO TO PL-DOT-COUNT.
006810     MOVE ZERO TO PL-FRAC-COUNT.
006820     PERFORM 3310-CHECK-ONE-CHAR THRU 3310-EXIT
006830         VARYING PL-CHAR-SUB FROM 1 BY 1
006840         UNTIL PL-CHAR-SUB > 10
006850            OR PL-TOKEN-BAD.
006860     IF NOT PL-DIGIT-SEEN
006870         SET PL-TOKEN-BAD TO TRUE
006880     END-IF.
006890     IF PL-FRAC-COUNT > PL-MAX-DECIMALS
006900         SET PL-TOKEN-BAD TO TRUE
006910     END-IF.
006920 3300-EXIT.
006930     EXIT.

006940 3310-CHECK-ONE-CHAR.
006950     IF PL-TOK-WORK(PL-CHAR-SUB:1) = SPACE
006960*        A space ends the number; anything after it but more
006970*        spaces makes the token bad.
006980         IF PL-TOK-WORK(PL-CHAR-SUB:) NOT = SPACES
006990             SET PL-TOKEN-BAD TO TRUE
007000         END-IF
007010         MOVE 11 TO PL-CHAR-SUB
007020         GO TO 3310-EXIT
007030     END-IF.
007040     IF PL-TOK-WORK(PL-CHAR-SUB:1) = "."
007050         ADD 1 TO PL-DOT-COUNT
007060         IF PL-DOT-COUNT > 1
007070             SET PL-TOKEN-BAD TO TRUE
007080         END-IF
007090         GO TO 3310-EXIT
007100     END-IF.
007110     IF PL-TOK-WORK(PL-CHAR-SUB:1) < "0"
007120        OR PL-TOK-WORK(PL-CHAR-SUB:1) > "9"
007130         SET PL-TOKEN-BAD TO TRUE
007140         GO TO 3310-EXIT
007150     END-IF.
007160     SET PL-DIGIT-SEEN TO TRUE.
007170     IF PL-DOT-COUNT > ZERO
007180         ADD 1 TO PL-FRAC-COUNT
007190     END-IF.
007200 3310-EXIT.
007210     EXIT.

007220 3900-WRITE-REJECT.
007230     ADD 1 TO PL-REJECT-COUNT.
007240     MOVE SPACES           TO LOAD-REJECT-RECORD.
007250     MOVE PL-VENDOR-NAME   TO REJ-VENDOR.
007260     MOVE PL-VENDOR-LINE(1:60) TO REJ-RAW-LINE.
007270     MOVE PL-REJECT-REASON TO REJ-REASON.
007280     WRITE LOAD-REJECT-RECORD.
007290 3900-EXIT.
007300     EXIT.

007310*----------------------------------------------------------------
007320* 4000-POST-VENDOR-ROW - file a proven row's value against its
007330* symbol or currency under the vendor it came from.  A close
007340* for a symbol not on the master is refused - new symbols are
007350* added through STOCK-MAINT, which takes the name, currency and
007360* sector a vendor row does not carry.  A second row for the
007370* same symbol or currency from the same vendor is refused, as
007380* is a currency past the FX table's capacity.  The first row
007390* posted fixes the feed date.
007400*----------------------------------------------------------------
007410 4000-POST-VENDOR-ROW.
007420     IF PL-TOK-TYPE = "F"
007430         PERFORM 4100-POST-FX-RATE THRU 4100-EXIT
007440         GO TO 4000-CHECK-DATE
007450     END-IF.
007460     PERFORM 3100-FIND-MASTER THRU 3100-EXIT.
007470     IF NOT PL-MASTER-FOUND
007480         SET PL-ROW-INVALID TO TRUE
007490         MOVE "SYMBOL NOT ON MASTER" TO PL-REJECT-REASON
007500         GO TO 4000-EXIT
007510     END-IF.
007520     IF PL-FEED-IS-PRIMARY
007530         IF PL-MST-PRI-PRICED(PL-MASTER-FOUND-IDX)
007540             SET PL-ROW-INVALID TO TRUE
007550             MOVE "DUPLICATE VENDOR ROW" TO PL-REJECT-REASON
007560             GO TO 4000-EXIT
007570         END-IF
007580         MOVE PL-ROW-PRICE
007590             TO PL-MST-PRI-PRICE(PL-MASTER-FOUND-IDX)
007600         MOVE "Y" TO PL-MST-PRI-SW(PL-MASTER-FOUND-IDX)
007610     ELSE
007620         IF PL-MST-SEC-PRICED(PL-MASTER-FOUND-IDX)
007630             SET PL-ROW-INVALID TO TRUE
007640             MOVE "DUPLICATE VENDOR ROW" TO PL-REJECT-REASON
007650             GO TO 4000-EXIT
007660         END-IF
007670         MOVE PL-ROW-PRICE
007680             TO PL-MST-SEC-PRICE(PL-MASTER-FOUND-IDX)
007690         MOVE "Y" TO PL-MST-SEC-SW(PL-MASTER-FOUND-IDX)
007700     END-IF.
007710 4000-CHECK-DATE.
007720     IF PL-ROW-VALID AND PL-LOAD-DATE = ZERO
007730         MOVE PL-TOK-DATE(1:8) TO PL-LOAD-DATE
007740     END-IF.
007750 4000-EXIT.
007760     EXIT.

007770 4100-POST-FX-RATE.
007780     PERFORM 3200-FIND-FX-ENTRY THRU 3200-EXIT.
007790     IF NOT PL-FX-FOUND
007800         IF PL-FX-COUNT >= 50
007810             SET PL-ROW-INVALID TO TRUE
007820             MOVE "FX TABLE OVERFLOW" TO PL-REJECT-REASON
007830             GO TO 4100-EXIT
007840         END-IF
007850         ADD 1 TO PL-FX-COUNT
007860         MOVE PL-FX-COUNT TO PL-FX-FOUND-IDX
007870         MOVE PL-LOOKUP-CURRENCY
007880             TO PL-FX-CURRENCY-CODE(PL-FX-FOUND-IDX)
007890         MOVE ZERO TO PL-FX-PRI-RATE(PL-FX-FOUND-IDX)
007900         MOVE ZERO TO PL-FX-SEC-RATE(PL-FX-FOUND-IDX)
007910         MOVE ZERO TO PL-FX-RATE(PL-FX-FOUND-IDX)
007920         MOVE "N"  TO PL-FX-PRI-SW(PL-FX-FOUND-IDX)
007930         MOVE "N"  TO PL-FX-SEC-SW(PL-FX-FOUND-IDX)
007940     END-IF.
007950     IF PL-FEED-IS-PRIMARY
007960         IF PL-FX-PRI-QUOTED(PL-FX-FOUND-IDX)
007970             SET PL-ROW-INVALID TO TRUE
007980             MOVE "DUPLICATE VENDOR ROW" TO PL-REJECT-REASON
007990             GO TO 4100-EXIT
008000         END-IF
008010         MOVE PL-ROW-RATE TO PL-FX-PRI-RATE(PL-FX-FOUND-IDX)
008020         MOVE "Y" TO PL-FX-PRI-SW(PL-FX-FOUND-IDX)
008030     ELSE
008040         IF PL-FX-SEC-QUOTED(PL-FX-FOUND-IDX)
008050             SET PL-ROW-INVALID TO TRUE
008060             MOVE "DUPLICATE VENDOR ROW" TO PL-REJECT-REASON
008070             GO TO 4100-EXIT
008080         END-IF
008090         MOVE PL-ROW-RATE TO PL-FX-SEC-RATE(PL-FX-FOUND-IDX)
008100         MOVE "Y" TO PL-FX-SEC-SW(PL-FX-FOUND-IDX)
008110     END-IF.
008120 4100-EXIT.
008130     EXIT.

008140*----------------------------------------------------------------
008150* 5000-SELECT-PRICES - settle every master symbol's close for
008160* the day and list it: the primary vendor's close if it sent
008170* one, else the secondary's, else the old close stands and
008180* the symbol is listed again under the unpriced heading below.
008190*----------------------------------------------------------------
008200 5000-SELECT-PRICES.
008210     MOVE PL-LOAD-DATE TO PL-TTL-DATE.
008220     MOVE SPACES TO LOAD-REPORT-RECORD.
008230     WRITE LOAD-REPORT-RECORD FROM PL-REPORT-TITLE.
008240     MOVE SPACES TO LOAD-REPORT-RECORD.
008250     WRITE LOAD-REPORT-RECORD.
008260     WRITE LOAD-REPORT-RECORD FROM PL-PRICE-HEADER.
008270     PERFORM 5010-SELECT-ONE-PRICE THRU 5010-EXIT
008280         VARYING PL-SCAN-SUB FROM 1 BY 1
008290         UNTIL PL-SCAN-SUB > PL-MASTER-COUNT.
008300 5000-EXIT.
008310     EXIT.

008320 5010-SELECT-ONE-PRICE.
008330     MOVE SPACES TO PL-PRICE-LINE.
008340     MOVE PL-MST-SYMBOL(PL-SCAN-SUB)    TO PL-PRL-SYMBOL.
008350     MOVE PL-MST-OLD-PRICE(PL-SCAN-SUB) TO PL-PRL-OLD.
008360     MOVE SPACES TO PL-PRL-PRI-X.
008370     MOVE SPACES TO PL-PRL-SEC-X.
008380     MOVE SPACES TO PL-PRL-DIFF-X.
008390     IF PL-MST-PRI-PRICED(PL-SCAN-SUB)
008400         MOVE PL-MST-PRI-PRICE(PL-SCAN-SUB) TO PL-PRL-PRI
008410     END-IF.
008420     IF PL-MST-SEC-PRICED(PL-SCAN-SUB)
008430         MOVE PL-MST-SEC-PRICE(PL-SCAN-SUB) TO PL-PRL-SEC
008440     END-IF.
008450     IF PL-MST-PRI-PRICED(PL-SCAN-SUB)
008460         ADD 1 TO PL-FROM-PRI-COUNT
008470         MOVE PL-MST-PRI-PRICE(PL-SCAN-SUB)
008480             TO PL-MST-CLOSING-PRICE(PL-SCAN-SUB)
008490         MOVE "PRIMARY" TO PL-PRL-SOURCE
008500     ELSE
008510         IF PL-MST-SEC-PRICED(PL-SCAN-SUB)
008520             ADD 1 TO PL-FROM-SEC-COUNT
008530             MOVE PL-MST-SEC-PRICE(PL-SCAN-SUB)
008540                 TO PL-MST-CLOSING-PRICE(PL-SCAN-SUB)
008550             MOVE "SECONDARY" TO PL-PRL-SOURCE
008560         ELSE
008570             ADD 1 TO PL-UNPRICED-COUNT
008580             MOVE "NONE" TO PL-PRL-SOURCE
008590             MOVE "NOT PRICED - OLD CLOSE KEPT" TO PL-PRL-NOTE
008600         END-IF
008610     END-IF.
008620     MOVE PL-MST-CLOSING-PRICE(PL-SCAN-SUB) TO PL-PRL-NEW.
008630     IF PL-MST-PRI-PRICED(PL-SCAN-SUB)
008640        AND PL-MST-SEC-PRICED(PL-SCAN-SUB)
008650         PERFORM 5100-COMPARE-VENDOR-PRICES THRU 5100-EXIT
008660     END-IF.
008670     MOVE SPACES TO LOAD-REPORT-RECORD.
008680     WRITE LOAD-REPORT-RECORD FROM PL-PRICE-LINE.
008690 5010-EXIT.
008700     EXIT.

008710*----------------------------------------------------------------
008720* 5100-COMPARE-VENDOR-PRICES - when both vendors priced the
008730* symbol, show how far apart they are as a percentage of the
008740* primary's close and flag anything past the tolerance.  The
008750* primary's close is still the one loaded; the flag is for
008760* someone to check it before the nightly run prices on it.
008770*----------------------------------------------------------------
008780 5100-COMPARE-VENDOR-PRICES.
008790     IF PL-MST-PRI-PRICE(PL-SCAN-SUB)
008800        >= PL-MST-SEC-PRICE(PL-SCAN-SUB)
008810         COMPUTE PL-DIFF-AMOUNT =
008820             PL-MST-PRI-PRICE(PL-SCAN-SUB)
008830             - PL-MST-SEC-PRICE(PL-SCAN-SUB)
008840     ELSE
008850         COMPUTE PL-DIFF-AMOUNT =
008860             PL-MST-SEC-PRICE(PL-SCAN-SUB)
008870             - PL-MST-PRI-PRICE(PL-SCAN-SUB)
008880     END-IF.
008890     COMPUTE PL-DIFF-PCT ROUNDED =
008900         PL-DIFF-AMOUNT * 100 / PL-MST-PRI-PRICE(PL-SCAN-SUB)
008910         ON SIZE ERROR MOVE 99999.99 TO PL-DIFF-PCT
008920     END-COMPUTE.
008930     IF PL-DIFF-PCT > 9999.99
008940         MOVE 9999.99 TO PL-PRL-DIFF
008950     ELSE
008960         MOVE PL-DIFF-PCT TO PL-PRL-DIFF
008970     END-IF.
008980     IF PL-DIFF-PCT > PL-PRICE-TOLERANCE-PCT
008990         ADD 1 TO PL-DISAGREE-COUNT
009000         MOVE "VENDORS DISAGREE - CHECK" TO PL-PRL-NOTE
009010     END-IF.
009020 5100-EXIT.
009030     EXIT.

009040*----------------------------------------------------------------
009050* 5500-SELECT-FX-RATES - settle each quoted currency's rate
009060* the same way, primary first, and list it.
009070*----------------------------------------------------------------
009080 5500-SELECT-FX-RATES.
009090     MOVE SPACES TO LOAD-REPORT-RECORD.
009100     WRITE LOAD-REPORT-RECORD.
009110     IF PL-FX-COUNT = ZERO
009120         MOVE "NO FX RATES ON EITHER VENDOR FILE"
009130             TO LOAD-REPORT-RECORD
009140         WRITE LOAD-REPORT-RECORD
009150         GO TO 5500-EXIT
009160     END-IF.
009170     WRITE LOAD-REPORT-RECORD FROM PL-FX-HEADER.
009180     PERFORM 5510-SELECT-ONE-RATE THRU 5510-EXIT
009190         VARYING PL-FX-IDX FROM 1 BY 1
009200         UNTIL PL-FX-IDX > PL-FX-COUNT.
009210 5500-EXIT.
009220     EXIT.

009230 5510-SELECT-ONE-RATE.
009240     ADD 1 TO PL-FX-LOADED-COUNT.
009250     MOVE SPACES TO PL-FX-LINE.
009260     MOVE PL-FX-CURRENCY-CODE(PL-FX-IDX) TO PL-FXL-CURRENCY.
009270     MOVE SPACES TO PL-FXL-PRI-X.
009280     MOVE SPACES TO PL-FXL-SEC-X.
009290     MOVE SPACES TO PL-FXL-DIFF-X.
009300     IF PL-FX-PRI-QUOTED(PL-FX-IDX)
009310         MOVE PL-FX-PRI-RATE(PL-FX-IDX) TO PL-FXL-PRI
009320     END-IF.
009330     IF PL-FX-SEC-QUOTED(PL-FX-IDX)
009340         MOVE PL-FX-SEC-RATE(PL-FX-IDX) TO PL-FXL-SEC
009350     END-IF.
009360     IF PL-FX-PRI-QUOTED(PL-FX-IDX)
009370         MOVE PL-FX-PRI-RATE(PL-FX-IDX) TO PL-FX-RATE(PL-FX-IDX)
009380         MOVE "PRIMARY" TO PL-FXL-SOURCE
009390     ELSE
009400         MOVE PL-FX-SEC-RATE(PL-FX-IDX) TO PL-FX-RATE(PL-FX-IDX)
009410         MOVE "SECONDARY" TO PL-FXL-SOURCE
009420     END-IF.
009430     MOVE PL-FX-RATE(PL-FX-IDX) TO PL-FXL-NEW.
009440     IF PL-FX-PRI-QUOTED(PL-FX-IDX)
009450        AND PL-FX-SEC-QUOTED(PL-FX-IDX)
009460         PERFORM 5520-COMPARE-VENDOR-RATES THRU 5520-EXIT
009470     END-IF.
009480     MOVE SPACES TO LOAD-REPORT-RECORD.
009490     WRITE LOAD-REPORT-RECORD FROM PL-FX-LINE.
009500 5510-EXIT.
009510     EXIT.

009520 5520-COMPARE-VENDOR-RATES.
009530     IF PL-FX-PRI-RATE(PL-FX-IDX) >= PL-FX-SEC-RATE(PL-FX-IDX)
009540         COMPUTE PL-DIFF-AMOUNT =
009550             PL-FX-PRI-RATE(PL-FX-IDX) - PL-FX-SEC-RATE(PL-FX-IDX)
009560     ELSE
009570         COMPUTE PL-DIFF-AMOUNT =
009580             PL-FX-SEC-RATE(PL-FX-IDX) - PL-FX-PRI-RATE(PL-FX-IDX)
009590     END-IF.
009600     COMPUTE PL-DIFF-PCT ROUNDED =
009610         PL-DIFF-AMOUNT * 100 / PL-FX-PRI-RATE(PL-FX-IDX)
009620         ON SIZE ERROR MOVE 99999.99 TO PL-DIFF-PCT
009630     END-COMPUTE.
009640     IF PL-DIFF-PCT > 9999.99
009650         MOVE 9999.99 TO PL-FXL-DIFF
009660     ELSE
009670         MOVE PL-DIFF-PCT TO PL-FXL-DIFF
009680     END-IF.
009690     IF PL-DIFF-PCT > PL-FX-TOLERANCE-PCT
009700         ADD 1 TO PL-FX-DISAGREE-COUNT
009710         MOVE "VENDORS DISAGREE - CHECK" TO PL-FXL-NOTE
009720     END-IF.
009730 5520-EXIT.
009740     EXIT.

009750*----------------------------------------------------------------
009760* 5800-LIST-UNPRICED - list on their own the master symbols
009770* neither vendor priced today, so a missed symbol is seen the
009780* day it happens rather than when the nightly run's staleness
009790* check finally trips on it.
009800*----------------------------------------------------------------
009810 5800-LIST-UNPRICED.
009820     MOVE SPACES TO LOAD-REPORT-RECORD.
009830     WRITE LOAD-REPORT-RECORD.
009840     IF PL-UNPRICED-COUNT = ZERO
009850         MOVE "EVERY MASTER SYMBOL PRICED BY A VENDOR"
009860             TO LOAD-REPORT-RECORD
009870         WRITE LOAD-REPORT-RECORD
009880         GO TO 5800-EXIT
009890     END-IF.
009900     MOVE "MASTER SYMBOLS NEITHER VENDOR PRICED"
009910         TO LOAD-REPORT-RECORD.
009920     WRITE LOAD-REPORT-RECORD.
009930     PERFORM 5810-LIST-ONE-UNPRICED THRU 5810-EXIT
009940         VARYING PL-SCAN-SUB FROM 1 BY 1
009950         UNTIL PL-SCAN-SUB > PL-MASTER-COUNT.
009960 5800-EXIT.
009970     EXIT.

009980 5810-LIST-ONE-UNPRICED.
009990     IF PL-MST-PRI-PRICED(PL-SCAN-SUB)
010000        OR PL-MST-SEC-PRICED(PL-SCAN-SUB)
010010         GO TO 5810-EXIT
010020     END-IF.
010030     MOVE SPACES TO PL-UNPRICED-LINE.
010040     MOVE PL-MST-SYMBOL(PL-SCAN-SUB)   TO PL-UNL-SYMBOL.
010050     MOVE PL-MST-NAME(PL-SCAN-SUB)     TO PL-UNL-NAME.
010060     MOVE PL-MST-OLD-PRICE(PL-SCAN-SUB) TO PL-UNL-CLOSE.
010070     MOVE "OLD CLOSE CARRIED FORWARD"  TO PL-UNL-NOTE.
010080     MOVE SPACES TO LOAD-REPORT-RECORD.
010090     WRITE LOAD-REPORT-RECORD FROM PL-UNPRICED-LINE.
010100 5810-EXIT.
010110     EXIT.

010120*----------------------------------------------------------------
010130* 8000-WRITE-NEW-MASTER - write the table back out to the new
010140* sequential master in symbol order, every field but the
010150* close exactly as it came in.  Like STOCK-MAINT's output it
010160* takes effect only once the operator installs STOCKSNEW.txt
010170* as STOCKS.txt - the report says so at the bottom.
010180*----------------------------------------------------------------
010190 8000-WRITE-NEW-MASTER.
010200     OPEN OUTPUT NEW-MASTER-FILE-OUT.
010210     PERFORM 8010-WRITE-ONE-MASTER THRU 8010-EXIT
010220         VARYING PL-SCAN-SUB FROM 1 BY 1
010230         UNTIL PL-SCAN-SUB > PL-MASTER-COUNT.
010240     CLOSE NEW-MASTER-FILE-OUT.
010250 8000-EXIT.
010260     EXIT.

010270 8010-WRITE-ONE-MASTER.
010280     MOVE PL-MST-SYMBOL(PL-SCAN-SUB)        TO NEW-SYMBOL.
010290     MOVE PL-MST-NAME(PL-SCAN-SUB)          TO NEW-NAME.
010300     MOVE PL-MST-CLOSING-PRICE(PL-SCAN-SUB)
010310         TO NEW-CLOSING-PRICE.
010320     MOVE PL-MST-CURRENCY-CODE(PL-SCAN-SUB)
010330         TO NEW-CURRENCY-CODE.
010340     MOVE PL-MST-SECTOR-CODE(PL-SCAN-SUB)
010350         TO NEW-SECTOR-CODE.
010360     WRITE NEW-MASTER-RECORD.
010370 8010-EXIT.
010380     EXIT.

010390*----------------------------------------------------------------
010400* 8100-WRITE-NEW-FX-HISTORY - copy the FX history across,
010410* dropping any row already there for a currency loaded today
010420* on the feed date (a rerun of the same day replaces, never
010430* doubles, its rates), then add the day's rates.
010440*----------------------------------------------------------------
010450 8100-WRITE-NEW-FX-HISTORY.
010460     OPEN OUTPUT FX-HISTORY-FILE-OUT.
010470     OPEN INPUT FX-HISTORY-FILE-IN.
010480     IF PL-FXH-FILE-STATUS NOT = "35"
010490         PERFORM 8110-READ-FX-HISTORY THRU 8110-EXIT
010500         PERFORM 8120-COPY-FX-HISTORY THRU 8120-EXIT
010510             UNTIL PL-EOF-FXH
010520         CLOSE FX-HISTORY-FILE-IN
010530     END-IF.
010540     PERFORM 8130-WRITE-DAY-RATE THRU 8130-EXIT
010550         VARYING PL-FX-IDX FROM 1 BY 1
010560         UNTIL PL-FX-IDX > PL-FX-COUNT.
010570     CLOSE FX-HISTORY-FILE-OUT.
010580 8100-EXIT.
010590     EXIT.

010600 8110-READ-FX-HISTORY.
010610     READ FX-HISTORY-FILE-IN
010620         AT END SET PL-EOF-FXH TO TRUE
010630     END-READ.
010640 8110-EXIT.
010650     EXIT.

010660 8120-COPY-FX-HISTORY.
010670     IF FXH-DATE = PL-LOAD-DATE
010680         MOVE FXH-CURRENCY-CODE TO PL-LOOKUP-CURRENCY
010690         PERFORM 3200-FIND-FX-ENTRY THRU 3200-EXIT
010700         IF PL-FX-FOUND
010710             ADD 1 TO PL-FXH-REPLACED-COUNT
010720             GO TO 8120-NEXT
010730         END-IF
010740     END-IF.
010750     ADD 1 TO PL-FXH-COPIED-COUNT.
010760     WRITE NEW-FX-HISTORY-RECORD FROM FX-HISTORY-RECORD.
010770 8120-NEXT.
010780     PERFORM 8110-READ-FX-HISTORY THRU 8110-EXIT.
010790 8120-EXIT.
010800     EXIT.

010810 8130-WRITE-DAY-RATE.
010820     MOVE PL-LOAD-DATE TO NFX-DATE.
010830     MOVE PL-FX-CURRENCY-CODE(PL-FX-IDX) TO NFX-CURRENCY-CODE.
010840     MOVE PL-FX-RATE(PL-FX-IDX) TO NFX-RATE-TO-CAD.
010850     WRITE NEW-FX-HISTORY-RECORD.
010860 8130-EXIT.
010870     EXIT.

010880*----------------------------------------------------------------
010890* 8500-WRITE-CONTROL-TOTALS - close the load report with the
010900* counts an operator balances the run by: vendor rows read and
010910* rejected, closes by source, the symbols left unpriced, the
010920* disagreements flagged, and the FX rows written.
010930*----------------------------------------------------------------
010940 8500-WRITE-CONTROL-TOTALS.
010950     MOVE SPACES TO LOAD-REPORT-RECORD.
010960     WRITE LOAD-REPORT-RECORD.
010970     MOVE PL-PRI-READ-COUNT TO PL-COUNT-EDIT.
010980     STRING "PRIMARY ROWS READ     " DELIMITED BY SIZE
010990            PL-COUNT-EDIT DELIMITED BY SIZE
011000         INTO LOAD-REPORT-RECORD
011010     END-STRING.
011020     WRITE LOAD-REPORT-RECORD.
011030     MOVE PL-SEC-READ-COUNT TO PL-COUNT-EDIT.
011040     MOVE SPACES TO LOAD-REPORT-RECORD.
011050     STRING "SECONDARY ROWS READ   " DELIMITED BY SIZE
011060            PL-COUNT-EDIT DELIMITED BY SIZE
011070         INTO LOAD-REPORT-RECORD
011080     END-STRING.
011090     WRITE LOAD-REPORT-RECORD.
011100     MOVE PL-REJECT-COUNT TO PL-COUNT-EDIT.
011110     MOVE SPACES TO LOAD-REPORT-RECORD.
011120     STRING "VENDOR ROWS REJECTED  " DELIMITED BY SIZE
011130            PL-COUNT-EDIT DELIMITED BY SIZE
011140         INTO LOAD-REPORT-RECORD
011150     END-STRING.
011160     WRITE LOAD-REPORT-RECORD.
011170     MOVE PL-FROM-PRI-COUNT TO PL-COUNT-EDIT.
011180     MOVE SPACES TO LOAD-REPORT-RECORD.
011190     STRING "CLOSES FROM PRIMARY   " DELIMITED BY SIZE
011200            PL-COUNT-EDIT DELIMITED BY SIZE
011210         INTO LOAD-REPORT-RECORD
011220     END-STRING.
011230     WRITE LOAD-REPORT-RECORD.
011240     MOVE PL-FROM-SEC-COUNT TO PL-COUNT-EDIT.
011250     MOVE SPACES TO LOAD-REPORT-RECORD.
011260     STRING "CLOSES FROM SECONDARY " DELIMITED BY SIZE
011270            PL-COUNT-EDIT DELIMITED BY SIZE
011280         INTO LOAD-REPORT-RECORD
011290     END-STRING.
011300     WRITE LOAD-REPORT-RECORD.
011310     MOVE PL-UNPRICED-COUNT TO PL-COUNT-EDIT.
011320     MOVE SPACES TO LOAD-REPORT-RECORD.
011330     STRING "SYMBOLS NOT PRICED    " DELIMITED BY SIZE
011340            PL-COUNT-EDIT DELIMITED BY SIZE
011350         INTO LOAD-REPORT-RECORD
011360     END-STRING.
011370     WRITE LOAD-REPORT-RECORD.
011380     MOVE PL-DISAGREE-COUNT TO PL-COUNT-EDIT.
011390     MOVE SPACES TO LOAD-REPORT-RECORD.
011400     STRING "CLOSES IN DISAGREEMENT" DELIMITED BY SIZE
011410            PL-COUNT-EDIT DELIMITED BY SIZE
011420         INTO LOAD-REPORT-RECORD
011430     END-STRING.
011440     WRITE LOAD-REPORT-RECORD.
011450     MOVE PL-FX-LOADED-COUNT TO PL-COUNT-EDIT.
011460     MOVE SPACES TO LOAD-REPORT-RECORD.
011470     STRING "FX RATES LOADED       " DELIMITED BY SIZE
011480            PL-COUNT-EDIT DELIMITED BY SIZE
011490         INTO LOAD-REPORT-RECORD
011500     END-STRING.
011510     WRITE LOAD-REPORT-RECORD.
011520     MOVE PL-FX-DISAGREE-COUNT TO PL-COUNT-EDIT.
011530     MOVE SPACES TO LOAD-REPORT-RECORD.
011540     STRING "RATES IN DISAGREEMENT " DELIMITED BY SIZE
011550            PL-COUNT-EDIT DELIMITED BY SIZE
011560         INTO LOAD-REPORT-RECORD
011570     END-STRING.
011580     WRITE LOAD-REPORT-RECORD.
011590     MOVE PL-FXH-COPIED-COUNT TO PL-COUNT-EDIT.
011600     MOVE SPACES TO LOAD-REPORT-RECORD.
011610     STRING "FX HISTORY ROWS KEPT  " DELIMITED BY SIZE
011620            PL-COUNT-EDIT DELIMITED BY SIZE
011630         INTO LOAD-REPORT-RECORD
011640     END-STRING.
011650     WRITE LOAD-REPORT-RECORD.
011660     MOVE PL-FXH-REPLACED-COUNT TO PL-COUNT-EDIT.
011670     MOVE SPACES TO LOAD-REPORT-RECORD.
011680     STRING "FX HIST ROWS REPLACED " DELIMITED BY SIZE
011690            PL-COUNT-EDIT DELIMITED BY SIZE
011700         INTO LOAD-REPORT-RECORD
011710     END-STRING.
011720     WRITE LOAD-REPORT-RECORD.
011730     MOVE PL-DUP-COUNT TO PL-COUNT-EDIT.
011740     MOVE SPACES TO LOAD-REPORT-RECORD.
011750     STRING "MASTER DUPS DROPPED   " DELIMITED BY SIZE
011760            PL-COUNT-EDIT DELIMITED BY SIZE
011770         INTO LOAD-REPORT-RECORD
011780     END-STRING.
011790     WRITE LOAD-REPORT-RECORD.
011800     MOVE PL-OVFL-COUNT TO PL-COUNT-EDIT.
011810     MOVE SPACES TO LOAD-REPORT-RECORD.
011820     STRING "MASTER ROWS DROPPED   " DELIMITED BY SIZE
011830            PL-COUNT-EDIT DELIMITED BY SIZE
011840         INTO LOAD-REPORT-RECORD
011850     END-STRING.
011860     WRITE LOAD-REPORT-RECORD.
011870     IF PL-RUN-ERROR
011880         GO TO 8500-EXIT
011890     END-IF.
011900     MOVE SPACES TO LOAD-REPORT-RECORD.
011910     WRITE LOAD-REPORT-RECORD.
011920     MOVE "NOTE - INSTALL STOCKSNEW.TXT AS STOCKS.TXT AND"
011930         TO LOAD-REPORT-RECORD.
011940     WRITE LOAD-REPORT-RECORD.
011950     MOVE "       FXHISTNEW.TXT AS FXHIST.TXT"
011960         TO LOAD-REPORT-RECORD.
011970     WRITE LOAD-REPORT-RECORD.
011980     MOVE "       OR THIS LOAD HAS NO EFFECT"
011990         TO LOAD-REPORT-RECORD.
012000     WRITE LOAD-REPORT-RECORD.
012010 8500-EXIT.
012020     EXIT.

012030 9999-TERMINATE.
012040     CLOSE LOAD-REPORT-OUT.
012050     CLOSE LOAD-REJECT-OUT.
012060 9999-EXIT.
012070     EXIT.

012080 END PROGRAM PRICE-LOAD.
