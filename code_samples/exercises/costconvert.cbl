       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTCONVERT.

      *One-time conversion for the item-master costing change, the
      *same pattern EMPCONVERT and ITEMCONVERT establish: the
      *ITEM-MASTER-RECORD grew past the reorder point by
      *IM-AVG-COST, the weighted-average shelf cost, and record
      *length is a file attribute of the indexed file, so PETSTORE
      *and INVCOUNT would get file status 39 against the old copy.
      *Operations renames the SKU-keyed master to ITEMMASTER.OLD,
      *runs this once, and keeps the .OLD file until the first
      *nightly run balances.  Every item converts with no cost
      *(zero) and takes an average from its first costed receipt
      *or transfer in, as a newly stocked item does.  Refuses to
      *run if an ITEMMASTER.DAT already exists, so a double-run
      *cannot flatten a live file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDITEMMASTER ASSIGN TO "ITEMMASTER.OLD"
           FILE STATUS IS WS-OLD-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ITEM-KEY.

       SELECT ITEMMASTER ASSIGN TO "ITEMMASTER.DAT"
           FILE STATUS IS WS-ITEM-CHECK-KEY
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IM-ITEM-KEY.

       DATA DIVISION.
       FILE SECTION.
      *The item master as it stood before the unit cost.
       FD OLDITEMMASTER.
       01 OLD-ITEM-RECORD.
          05 OI-ITEM-KEY.
             10 OI-STORE         PIC 9(2).
             10 OI-SKU           PIC 9(7).
          05 OI-DESCRIPTION      PIC X(20).
          05 OI-ON-HAND          PIC 9(7).
          05 OI-TAX-CLASS        PIC X.
          05 OI-REORDER-POINT    PIC 9(7).

       FD ITEMMASTER.
       01 ITEM-MASTER-RECORD.
          05 IM-ITEM-KEY.
             10 IM-STORE         PIC 9(2).
             10 IM-SKU           PIC 9(7).
          05 IM-DESCRIPTION      PIC X(20).
          05 IM-ON-HAND          PIC 9(7).
          05 IM-TAX-CLASS        PIC X.
          05 IM-REORDER-POINT    PIC 9(7).
          05 IM-AVG-COST         PIC 9(5)V9(4).

       WORKING-STORAGE SECTION.
       01 WS-OLD-CHECK-KEY       PIC XX.
       01 WS-ITEM-CHECK-KEY      PIC XX.

       01 WS-OLD-EOF-FLAG        PIC X              VALUE "N".
          88 OLD-ITEMS-AT-EOF                       VALUE "Y".

       01 WS-CONVERT-COUNTS.
          05 WS-ITEMS-READ       PIC 9(5)           VALUE ZERO.
          05 WS-ITEMS-LOADED     PIC 9(5)           VALUE ZERO.
          05 WS-ITEMS-DROPPED    PIC 9(5)           VALUE ZERO.

       PROCEDURE DIVISION.
       0100-CONVERT-ITEMS.
           OPEN INPUT OLDITEMMASTER.
           IF WS-OLD-CHECK-KEY NOT = "00"
               DISPLAY "ITEMMASTER.OLD not found, status ",
                       WS-OLD-CHECK-KEY,
                       " - rename the old item master first"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.
      *Anything under the live name other than a clean not-there
      *(status 35) refuses the run: a new-layout master means the
      *conversion (or live running) has happened, and an old-layout
      *or damaged file (status 39 and friends) is exactly what the
      *OPEN OUTPUT below would flatten.
           OPEN INPUT ITEMMASTER.
           EVALUATE WS-ITEM-CHECK-KEY
               WHEN "00"
                   DISPLAY "ITEMMASTER.DAT already exists - "
                           "conversion refused"
                   CLOSE ITEMMASTER
                   CLOSE OLDITEMMASTER
                   MOVE 8 TO RETURN-CODE
                   GO TO 9000-END-PROGRAM
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ITEMMASTER.DAT present but unreadable, ",
                           "status ", WS-ITEM-CHECK-KEY,
                           " - conversion refused"
                   CLOSE OLDITEMMASTER
                   MOVE 8 TO RETURN-CODE
                   GO TO 9000-END-PROGRAM
           END-EVALUATE.
           OPEN OUTPUT ITEMMASTER.
           IF WS-ITEM-CHECK-KEY NOT = "00"
               DISPLAY "Could not create ITEMMASTER.DAT, ",
                       "status ", WS-ITEM-CHECK-KEY
               CLOSE OLDITEMMASTER
               MOVE 8 TO RETURN-CODE
               GO TO 9000-END-PROGRAM
           END-IF.

           PERFORM 0200-CONVERT-ONE-ITEM UNTIL OLD-ITEMS-AT-EOF.

           CLOSE OLDITEMMASTER, ITEMMASTER.
           PERFORM 9000-END-PROGRAM.
       0100-END.

      *Straight field-for-field copy plus the new tail: no shelf on
      *the old master carried a cost, since the record could not
      *hold one.
       0200-CONVERT-ONE-ITEM.
           READ OLDITEMMASTER NEXT RECORD
               AT END SET OLD-ITEMS-AT-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
                   MOVE OI-ITEM-KEY TO IM-ITEM-KEY
                   MOVE OI-DESCRIPTION TO IM-DESCRIPTION
                   MOVE OI-ON-HAND TO IM-ON-HAND
                   MOVE OI-TAX-CLASS TO IM-TAX-CLASS
                   MOVE OI-REORDER-POINT TO IM-REORDER-POINT
                   MOVE ZERO TO IM-AVG-COST
                   WRITE ITEM-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ITEMS-DROPPED
                           DISPLAY "Duplicate item key ",
                                   OI-ITEM-KEY, " dropped"
                       NOT INVALID KEY
                           ADD 1 TO WS-ITEMS-LOADED
                   END-WRITE
           END-READ.
       0200-END.

       9000-END-PROGRAM.
           DISPLAY "Old item records read:     ", WS-ITEMS-READ.
           DISPLAY "Items converted:           ", WS-ITEMS-LOADED.
           DISPLAY "Records dropped:           ", WS-ITEMS-DROPPED.
           STOP RUN.

          END PROGRAM COSTCONVERT.
