000320*                  realized report stay correct.  The trimmed
000330*                  files are written alongside the originals
000340*                  with an install note, like STOCK-MAINT.
000341* 2026-10-15  CB   Realized ledger rows carry the superficial-
000342*                  loss denial flag byte; seed rows leave it
000343*                  blank.
000344* 2026-10-15  CB   Reversal rows (a sale later cancelled or
000345*                  corrected) roll into the seed total with the
000346*                  rows they take back.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. ARCHIVE-PURGE.
000990     05 RL-SELL-PRICE    PIC 9(4)V99.
001000     05 RL-AVERAGE-COST  PIC 9(4)V99.
001010     05 RL-GAIN-LOSS     PIC S9(9)V99 SIGN LEADING SEPARATE.
001012*    "D" marks a superficial-loss denial row and "R" a row
001014*    taking back a cancelled or corrected sale; both roll into
001016*    the seed total like any other row.
001018     05 RL-SL-FLAG       PIC X.

001020* Trimmed ledger - this year's rows unchanged plus one
001030* opening-balance seed row per account and symbol carrying
001130     05 RN-SELL-PRICE    PIC 9(4)V99.
001140     05 RN-AVERAGE-COST  PIC 9(4)V99.
001150     05 RN-GAIN-LOSS     PIC S9(9)V99 SIGN LEADING SEPARATE.
001155     05 RN-SL-FLAG       PIC X.

001160* Archive of the rolled-up prior-year ledger rows.
001170 FD REALIZED-ARCHIVE-OUT.
001180 01 REALIZED-ARCHIVE-RECORD PIC X(49).

001190* Control report - what was read, kept, archived and seeded,
001200* and the install notes.
005190     MOVE ZERO                         TO RN-SELL-PRICE.
005200     MOVE ZERO                         TO RN-AVERAGE-COST.
005210     MOVE AP-SEED-GAIN(AP-SCAN-SUB)    TO RN-GAIN-LOSS.
005215     MOVE SPACE                        TO RN-SL-FLAG.
005220     WRITE REALIZED-NEW-RECORD.
005230 3510-EXIT.
005240     EXIT.
