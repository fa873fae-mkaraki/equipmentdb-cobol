      *          (EQUIPMENTDB-OPERMAINT) to the menu.
      * Modified: 2026-09-02 mkaraki - Added Serial Dossier Inquiry
      *          (EQUIPMENTDB-DOSSIER) to the menu.
      * Modified: 2026-10-15 mkaraki - Added Run Backout
      *          (EQUIPMENTDB-BACKOUT) to the menu, restricted to
      *          supervisors.
      * Modified: 2026-10-15 mkaraki - Added Borrower Maintenance
      *          (EQUIPMENTDB-BORRMAINT) to the menu.
      * Modified: 2026-10-15 mkaraki - Added Utilization Report
      *          (EQUIPMENTDB-UTIL) to the menu.
      * Modified: 2026-10-15 mkaraki - Added Depreciation Month-End
      *          Close (EQUIPMENTDB-DEPRCLOSE) to the menu, restricted
      *          to supervisors.
      * Modified: 2026-10-15 mkaraki - Added Capital Replacement
      *          Forecast (EQUIPMENTDB-REPLFCST) to the menu.
      * Modified: 2026-10-15 mkaraki - Added Vendor And Contract
      *          Maintenance (EQUIPMENTDB-VENDMAINT), restricted to
      *          supervisors, and Warranty/Contract Recovery
      *          (EQUIPMENTDB-RECOVERY) to the menu.
      * Modified: 2026-10-15 mkaraki - Added Back Up Data Files
      *          (EQUIPMENTDB-BACKUP) and Restore From Backup
      *          (EQUIPMENTDB-RESTORE) to the menu, both restricted to
      *          supervisors.
      * Modified: 2026-10-15 mkaraki - Pass the signed-on operator to
      *          Reference Table Maintenance, Component Links and
      *          Operator Maintenance, which now take the shared file
      *          lock under it, and added Clear Stale File Locks
      *          (EQUIPMENTDB-LOCKMAINT) to the menu, restricted to
      *          supervisors.
      * Modified: 2026-10-15 mkaraki - Added Cross-File Integrity
      *          Sweep (EQUIPMENTDB-INTEGRITY).
      * Modified: 2026-10-15 mkaraki - Added Month-End Inventory
      *          Snapshot (EQUIPMENTDB-SNAPSHOT) and Inventory Trend
      *          Report (EQUIPMENTDB-SNAPTREND).
      * Modified: 2026-10-15 mkaraki - Pass the signed-on operator to
      *          Vendor And Contract Maintenance, which now takes the
      *          shared file locks under it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-MENU.
           DISPLAY "30  Repair/Replace Exceptions".
           DISPLAY "31  Operator Maintenance".
           DISPLAY "32  Serial Dossier Inquiry".
           DISPLAY "33  Run Backout".
           DISPLAY "34  Borrower Maintenance".
           DISPLAY "35  Utilization Report".
           DISPLAY "36  Depreciation Month-End Close".
           DISPLAY "37  Capital Replacement Forecast".
           DISPLAY "38  Vendor And Contract Maintenance".
           DISPLAY "39  Warranty/Contract Recovery".
           DISPLAY "40  Back Up Data Files".
           DISPLAY "41  Restore From Backup".
           DISPLAY "42  Clear Stale File Locks".
           DISPLAY "43  Cross-File Integrity Sweep".
           DISPLAY "44  Month-End Inventory Snapshot".
           DISPLAY "45  Inventory Trend Report".
           DISPLAY " X  Exit".
           DISPLAY "Selection: ".
           EXIT.
                   MOVE "EQUIPMENTDB-OVERDUE" TO CHOSEN-PROGRAM
               WHEN "12"
                   MOVE "EQUIPMENTDB-REFMAINT" TO CHOSEN-PROGRAM
                   SET OPERATOR-NEEDED TO TRUE
                   SET SUPERVISOR-NEEDED TO TRUE
               WHEN "13"
                   MOVE "EQUIPMENTDB-VERIFY" TO CHOSEN-PROGRAM
                   SET OPERATOR-NEEDED TO TRUE
               WHEN "28"
                   MOVE "EQUIPMENTDB-COMPLINK" TO CHOSEN-PROGRAM
                   SET OPERATOR-NEEDED TO TRUE
               WHEN "29"
                   MOVE "EQUIPMENTDB-VENDSPEND" TO CHOSEN-PROGRAM
               WHEN "30"
                   MOVE "EQUIPMENTDB-REPAIREX" TO CHOSEN-PROGRAM
               WHEN "31"
                   MOVE "EQUIPMENTDB-OPERMAINT" TO CHOSEN-PROGRAM
                   SET OPERATOR-NEEDED TO TRUE
                   SET SUPERVISOR-NEEDED TO TRUE
               WHEN "32"
                   MOVE "EQUIPMENTDB-DOSSIER" TO CHOSEN-PROGRAM
               WHEN "33"
                   MOVE "EQUIPMENTDB-BACKOUT" TO CHOSEN-PROGRAM
                   SET OPERATOR-NEEDED TO TRUE
                   SET SUPERVISOR-NEEDED TO TRUE
               WHEN "34"
                   MOVE "EQUIPMENTDB-BORRMAINT" TO CHOSEN-PROGRAM
                   SET OPERATOR-NEEDED TO TRUE
               WHEN "35"
                   MOVE "EQUIPMENTDB-UTIL" TO CHOSEN-PROGRAM
               WHEN "36"
                   MOVE "EQUIPMENTDB-DEPRCLOSE" TO CHOSEN-PROGRAM
                   SET OPERATOR-NEEDED TO TRUE
                   SET SUPERVISOR-NEEDED TO TRUE
               WHEN "37"
                   MOVE "EQUIPMENTDB-REPLFCST" TO CHOSEN-PROGRAM
               WHEN "38"
                   MOVE "EQUIPMENTDB-VENDMAINT" TO CHOSEN-PROGRAM
                   SET OPERATOR-NEEDED TO TRUE
                   SET SUPERVISOR-NEEDED TO TRUE
               WHEN "39"
                   MOVE "EQUIPMENTDB-RECOVERY" TO CHOSEN-PROGRAM
               WHEN "40"
                   MOVE "EQUIPMENTDB-BACKUP" TO CHOSEN-PROGRAM
                   SET SUPERVISOR-NEEDED TO TRUE
               WHEN "41"
                   MOVE "EQUIPMENTDB-RESTORE" TO CHOSEN-PROGRAM
                   SET OPERATOR-NEEDED TO TRUE
                   SET SUPERVISOR-NEEDED TO TRUE
               WHEN "42"
                   MOVE "EQUIPMENTDB-LOCKMAINT" TO CHOSEN-PROGRAM
                   SET OPERATOR-NEEDED TO TRUE
                   SET SUPERVISOR-NEEDED TO TRUE
               WHEN "43"
                   MOVE "EQUIPMENTDB-INTEGRITY" TO CHOSEN-PROGRAM
               WHEN "44"
                   MOVE "EQUIPMENTDB-SNAPSHOT" TO CHOSEN-PROGRAM
               WHEN "45"
                   MOVE "EQUIPMENTDB-SNAPTREND" TO CHOSEN-PROGRAM
               WHEN "X"
                   SET EXIT-REQUESTED TO TRUE
               WHEN OTHER
