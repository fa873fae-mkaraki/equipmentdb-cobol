      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Equipment Management - Capital Replacement Forecast.
      *          Works out when every active item (not RETIRED) with a
      *          cost record reaches end of life - ITEM-PURCHASE-DATE
      *          plus COST-USEFUL-LIFE-MONTHS, in calendar months -
      *          and totals the COST-ACQUISITION-COST due for
      *          replacement by ITEM-DEPARTMENT and fiscal year for the
      *          current fiscal year and the four after it. Items
      *          already past end of life go in a BACKLOG column;
      *          those due beyond the five years are only counted.
      *          Items whose accumulated repair spend on
      *          equipservice.data has crossed the given percentage of
      *          their acquisition cost - the test EQUIPMENTDB-REPAIREX
      *          applies - are pulled into the current year unless
      *          already in the backlog. An optional annual inflation
      *          percentage uplifts the cost compounded once per year
      *          after the current one. A fiscal year is named for the
      *          calendar year it ends in, so with the default start
      *          month of 1 it is simply the calendar year. Items with
      *          no purchase date or a zero useful life cannot be
      *          forecast and are counted separately.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-REPLFCST.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT EQUIPMENT-LIST-DATA ASSIGN TO "equipments.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INTERNAL-SERIAL
               ALTERNATE RECORD KEY IS PROD-NAME WITH DUPLICATES
               FILE STATUS IS STATUS-EQUIPMENT-LIST-DATA.
               SELECT COST-LIST-DATA ASSIGN TO "equipcosts.data"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COST-SERIAL
               FILE STATUS IS STATUS-COST-LIST-DATA.
               SELECT SERVICE-LIST-DATA ASSIGN TO "equipservice.data"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SERVICE-LIST-DATA.
       DATA DIVISION.
       FILE SECTION.
           FD EQUIPMENT-LIST-DATA.
           COPY "equiprec.cpy".
           FD COST-LIST-DATA.
           COPY "costrec.cpy".
           FD SERVICE-LIST-DATA.
           COPY "servrec.cpy".
       WORKING-STORAGE SECTION.
           01 STATUS-EQUIPMENT-LIST-DATA PIC X(2).
           01 STATUS-COST-LIST-DATA PIC X(2).
           01 STATUS-SERVICE-LIST-DATA PIC X(2).
           01 TODAY-DATE PIC 9(8).
           01 TODAY-DATE-PARTS REDEFINES TODAY-DATE.
               05 TODAY-YEAR PIC 9(4).
               05 TODAY-MONTH PIC 9(2).
               05 TODAY-DAY PIC 9(2).
           01 THRESHOLD-PERCENT PIC 9(3).
           01 INFLATION-PERCENT PIC 9(3).
           01 FISCAL-START-MONTH PIC 9(2).
           01 SPEND-PERCENT PIC 9(5)V99.
           01 PURCHASE-DATE-PARTS.
               05 PURCHASE-YEAR PIC 9(4).
               05 PURCHASE-MONTH PIC 9(2).
               05 PURCHASE-DAY PIC 9(2).
           01 END-OF-LIFE-PARTS.
               05 END-OF-LIFE-YEAR PIC 9(4).
               05 END-OF-LIFE-MONTH PIC 9(2).
               05 END-OF-LIFE-DAY PIC 9(2).
           01 END-OF-LIFE-DATE REDEFINES END-OF-LIFE-PARTS PIC 9(8).
           01 MONTH-NUMBER PIC 9(6).
           01 FISCAL-YEAR-WORK PIC 9(4).
           01 CURRENT-FISCAL-YEAR PIC 9(4).
           01 FORECAST-COLUMN PIC 9(1).
           01 UPLIFTED-COST PIC 9(9)V99.
           01 FISCAL-YEAR-LABELS.
               05 FISCAL-YEAR-LABEL PIC 9(4) OCCURS 5 TIMES.
      *    Cost multiplier per forecast year: 1 for the current year,
      *    compounded by the inflation percentage for each year after.
           01 UPLIFT-FACTORS.
               05 UPLIFT-FACTOR PIC 9(3)V9(6) OCCURS 5 TIMES.
           01 YEAR-INDEX PIC 9(1).
           01 ITEM-COUNTER PIC 9(5) VALUE ZERO.
           01 NO-COST-COUNTER PIC 9(5) VALUE ZERO.
           01 NO-LIFE-COUNTER PIC 9(5) VALUE ZERO.
           01 BEYOND-COUNTER PIC 9(5) VALUE ZERO.
           01 PULLED-IN-COUNTER PIC 9(5) VALUE ZERO.
           01 BACKLOG-COUNTER PIC 9(5) VALUE ZERO.
           01 DEPT-OVERFLOW-COUNTER PIC 9(5) VALUE ZERO.
           01 SPEND-TABLE-COUNT PIC 9(4) VALUE ZERO.
           01 SPEND-TABLE.
               05 SPEND-TABLE-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON SPEND-TABLE-COUNT
                   INDEXED BY SPEND-TABLE-INDEX.
                   10 ST-SERIAL PIC X(10).
                   10 ST-SPEND PIC 9(9)V99.
           01 SPEND-MATCH-INDEX PIC 9(4).
           01 SERIAL-FOUND-SWITCH PIC X(01).
               88 SERIAL-FOUND VALUE "Y".
           01 SPEND-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 SPEND-OVERFLOWED VALUE "Y".
           01 REPAIR-FLAG-SWITCH PIC X(01).
               88 REPAIR-FLAGGED VALUE "Y".
      *    Column 1 is the backlog, columns 2 to 6 the five fiscal
      *    years starting with the current one.
           01 DEPT-TABLE-ENTRIES PIC 9(3) VALUE ZERO.
           01 DEPT-TABLE.
               05 DEPT-TABLE-ENTRY OCCURS 50 TIMES.
                   10 DT-NAME PIC X(20).
                   10 DT-AMOUNT PIC 9(9)V99 OCCURS 6 TIMES.
           01 DEPT-TABLE-INDEX PIC 9(3).
           01 MATCH-INDEX PIC 9(3).
           01 DEPT-FOUND-SWITCH PIC X(01).
               88 DEPT-ENTRY-FOUND VALUE "Y".
           01 GRAND-TOTALS.
               05 GRAND-AMOUNT PIC 9(11)V99 OCCURS 6 TIMES
                   VALUE ZERO.
           01 AMOUNT-DISPLAYS.
               05 AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9 OCCURS 6 TIMES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Pull Forward Items With Repair Spend Over What "
               "Percent Of Acquisition Cost (0 = none): ".
           ACCEPT THRESHOLD-PERCENT FROM CONSOLE.
           DISPLAY "Annual Inflation Percent (0 = none): ".
           ACCEPT INFLATION-PERCENT FROM CONSOLE.
           DISPLAY "Fiscal Year Starts In Month (1-12, 0 = January): ".
           ACCEPT FISCAL-START-MONTH FROM CONSOLE.
           IF FISCAL-START-MONTH < 1 OR FISCAL-START-MONTH > 12 THEN
               MOVE 1 TO FISCAL-START-MONTH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           MOVE TODAY-YEAR TO FISCAL-YEAR-WORK.
           IF FISCAL-START-MONTH > 1 AND
               TODAY-MONTH >= FISCAL-START-MONTH THEN
               ADD 1 TO FISCAL-YEAR-WORK
           END-IF.
           MOVE FISCAL-YEAR-WORK TO CURRENT-FISCAL-YEAR.
           MOVE 1 TO UPLIFT-FACTOR(1).
           MOVE CURRENT-FISCAL-YEAR TO FISCAL-YEAR-LABEL(1).
           PERFORM VARYING YEAR-INDEX FROM 2 BY 1
                   UNTIL YEAR-INDEX > 5
               PERFORM SET-UP-FORECAST-YEAR
           END-PERFORM.

           IF THRESHOLD-PERCENT > 0 THEN
               PERFORM LOAD-REPAIR-SPEND
               IF SPEND-OVERFLOWED THEN
                   DISPLAY "More than 9999 serials on "
                       "equipservice.data - repair spend table full, "
                       "forecast refused."
                   GOBACK
               END-IF
           END-IF.

           MOVE SPACE TO STATUS-EQUIPMENT-LIST-DATA.
           OPEN INPUT EQUIPMENT-LIST-DATA.
           IF STATUS-EQUIPMENT-LIST-DATA NOT = "00" THEN
               DISPLAY "equipments.data not found, nothing to "
                   "forecast."
               GOBACK
           END-IF.
           OPEN INPUT COST-LIST-DATA.
           IF STATUS-COST-LIST-DATA NOT = "00" THEN
               DISPLAY "equipcosts.data not found - no cost data has "
                   "been captured yet."
               CLOSE EQUIPMENT-LIST-DATA
               GOBACK
           END-IF.

           PERFORM UNTIL STATUS-EQUIPMENT-LIST-DATA NOT = "00"
               PERFORM FORECAST-EQUIPMENT-ENTRY
           END-PERFORM.

           CLOSE EQUIPMENT-LIST-DATA.
           CLOSE COST-LIST-DATA.

           PERFORM DISPLAY-FORECAST.

           GOBACK.

       SET-UP-FORECAST-YEAR.
           COMPUTE FISCAL-YEAR-LABEL(YEAR-INDEX) =
               FISCAL-YEAR-LABEL(YEAR-INDEX - 1) + 1.
           COMPUTE UPLIFT-FACTOR(YEAR-INDEX) ROUNDED =
               UPLIFT-FACTOR(YEAR-INDEX - 1)
               * (100 + INFLATION-PERCENT) / 100.
           EXIT.

      *    Accumulate SERVICE-COST per serial over the whole of
      *    equipservice.data, as EQUIPMENTDB-REPAIREX does.
       LOAD-REPAIR-SPEND.
           MOVE SPACE TO STATUS-SERVICE-LIST-DATA.
           OPEN INPUT SERVICE-LIST-DATA.
           IF STATUS-SERVICE-LIST-DATA = "00" THEN
               PERFORM UNTIL STATUS-SERVICE-LIST-DATA NOT = "00"
                   PERFORM ACCUMULATE-SERVICE-ENTRY
               END-PERFORM
               CLOSE SERVICE-LIST-DATA
           END-IF.
           EXIT.

       ACCUMULATE-SERVICE-ENTRY.
           READ SERVICE-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF SERVICE-COST NUMERIC AND
                       SERVICE-COST NOT = ZERO THEN
                       PERFORM RECORD-SERIAL-SPEND
                   END-IF
           END-READ.
           EXIT.

       RECORD-SERIAL-SPEND.
           PERFORM FIND-SPEND-ENTRY-FOR-SERVICE.
           IF SERIAL-FOUND THEN
               ADD SERVICE-COST TO ST-SPEND(SPEND-MATCH-INDEX)
           ELSE
               IF SPEND-TABLE-COUNT < 9999 THEN
                   ADD 1 TO SPEND-TABLE-COUNT
                   MOVE SERVICE-SERIAL TO ST-SERIAL(SPEND-TABLE-COUNT)
                   MOVE SERVICE-COST TO ST-SPEND(SPEND-TABLE-COUNT)
               ELSE
                   SET SPEND-OVERFLOWED TO TRUE
               END-IF
           END-IF.
           EXIT.

       FIND-SPEND-ENTRY-FOR-SERVICE.
           MOVE "N" TO SERIAL-FOUND-SWITCH.
           MOVE ZERO TO SPEND-MATCH-INDEX.
           PERFORM VARYING SPEND-TABLE-INDEX FROM 1 BY 1
                   UNTIL SPEND-TABLE-INDEX > SPEND-TABLE-COUNT
                   OR SERIAL-FOUND
               PERFORM MATCH-SERVICE-SPEND-ENTRY
           END-PERFORM.
           EXIT.

       MATCH-SERVICE-SPEND-ENTRY.
           IF ST-SERIAL(SPEND-TABLE-INDEX) = SERVICE-SERIAL THEN
               SET SERIAL-FOUND TO TRUE
               SET SPEND-MATCH-INDEX TO SPEND-TABLE-INDEX
           END-IF.
           EXIT.

       FORECAST-EQUIPMENT-ENTRY.
           READ EQUIPMENT-LIST-DATA
               AT END
                   CONTINUE
               NOT AT END
                   IF INTERNAL-SERIAL(1:1) NOT = "*" AND
                       ITEM-STATUS NOT = "RETIRED" THEN
                       PERFORM FORECAST-ITEM
                   END-IF
           END-READ.
           EXIT.

       FORECAST-ITEM.
           MOVE INTERNAL-SERIAL TO COST-SERIAL.
           READ COST-LIST-DATA
               INVALID KEY
                   ADD 1 TO NO-COST-COUNTER
               NOT INVALID KEY
                   IF ITEM-PURCHASE-DATE = ZERO OR
                       COST-USEFUL-LIFE-MONTHS = ZERO THEN
                       ADD 1 TO NO-LIFE-COUNTER
                   ELSE
                       PERFORM PLACE-ITEM-IN-FORECAST
                   END-IF
           END-READ.
           EXIT.

      *    End of life is the purchase date moved on by the useful
      *    life in whole calendar months; the day of the month is
      *    kept as it is, which is all the comparison with today
      *    needs.
       PLACE-ITEM-IN-FORECAST.
           MOVE ITEM-PURCHASE-DATE TO PURCHASE-DATE-PARTS.
           COMPUTE MONTH-NUMBER = PURCHASE-YEAR * 12
               + PURCHASE-MONTH - 1 + COST-USEFUL-LIFE-MONTHS.
           COMPUTE END-OF-LIFE-YEAR = MONTH-NUMBER / 12.
           COMPUTE END-OF-LIFE-MONTH =
               MONTH-NUMBER - (END-OF-LIFE-YEAR * 12) + 1.
           MOVE PURCHASE-DAY TO END-OF-LIFE-DAY.

           MOVE END-OF-LIFE-YEAR TO FISCAL-YEAR-WORK.
           IF FISCAL-START-MONTH > 1 AND
               END-OF-LIFE-MONTH >= FISCAL-START-MONTH THEN
               ADD 1 TO FISCAL-YEAR-WORK
           END-IF.

           PERFORM CHECK-REPAIR-SPEND.

           MOVE ZERO TO FORECAST-COLUMN.
           IF END-OF-LIFE-DATE < TODAY-DATE THEN
               MOVE 1 TO FORECAST-COLUMN
               ADD 1 TO BACKLOG-COUNTER
           ELSE
               IF REPAIR-FLAGGED AND
                   FISCAL-YEAR-WORK > CURRENT-FISCAL-YEAR THEN
                   MOVE CURRENT-FISCAL-YEAR TO FISCAL-YEAR-WORK
                   ADD 1 TO PULLED-IN-COUNTER
               END-IF
               IF FISCAL-YEAR-WORK < CURRENT-FISCAL-YEAR + 5 THEN
                   COMPUTE FORECAST-COLUMN =
                       FISCAL-YEAR-WORK - CURRENT-FISCAL-YEAR + 2
               ELSE
                   ADD 1 TO BEYOND-COUNTER
               END-IF
           END-IF.

           IF FORECAST-COLUMN > 0 THEN
               IF FORECAST-COLUMN = 1 THEN
                   MOVE COST-ACQUISITION-COST TO UPLIFTED-COST
               ELSE
                   COMPUTE UPLIFTED-COST ROUNDED =
                       COST-ACQUISITION-COST
                       * UPLIFT-FACTOR(FORECAST-COLUMN - 1)
               END-IF
               PERFORM RECORD-DEPARTMENT-TOTALS
           END-IF.
           EXIT.

      *    Same test as EQUIPMENTDB-REPAIREX: repair spend at or over
      *    the threshold percentage of acquisition cost.
       CHECK-REPAIR-SPEND.
           MOVE "N" TO REPAIR-FLAG-SWITCH.
           IF THRESHOLD-PERCENT > 0 AND
               COST-ACQUISITION-COST NOT = ZERO THEN
               MOVE "N" TO SERIAL-FOUND-SWITCH
               MOVE ZERO TO SPEND-MATCH-INDEX
               PERFORM VARYING SPEND-TABLE-INDEX FROM 1 BY 1
                       UNTIL SPEND-TABLE-INDEX > SPEND-TABLE-COUNT
                       OR SERIAL-FOUND
                   PERFORM MATCH-SPEND-ENTRY
               END-PERFORM
               IF SERIAL-FOUND THEN
                   COMPUTE SPEND-PERCENT ROUNDED =
                       ST-SPEND(SPEND-MATCH-INDEX) * 100
                       / COST-ACQUISITION-COST
                   IF SPEND-PERCENT >= THRESHOLD-PERCENT THEN
                       SET REPAIR-FLAGGED TO TRUE
                   END-IF
               END-IF
           END-IF.
           EXIT.

       MATCH-SPEND-ENTRY.
           IF ST-SERIAL(SPEND-TABLE-INDEX) = INTERNAL-SERIAL THEN
               SET SERIAL-FOUND TO TRUE
               SET SPEND-MATCH-INDEX TO SPEND-TABLE-INDEX
           END-IF.
           EXIT.

      *    Bump the totals for ITEM-DEPARTMENT, adding a new table
      *    entry the first time a given department is seen;
      *    departments past the table's 50 are counted and reported
      *    as not totalled.
       RECORD-DEPARTMENT-TOTALS.
           MOVE "N" TO DEPT-FOUND-SWITCH.
           MOVE ZERO TO MATCH-INDEX.
           PERFORM VARYING DEPT-TABLE-INDEX FROM 1 BY 1
                   UNTIL DEPT-TABLE-INDEX > DEPT-TABLE-ENTRIES
               PERFORM MATCH-DEPT-ENTRY
           END-PERFORM.
           IF NOT DEPT-ENTRY-FOUND THEN
               IF DEPT-TABLE-ENTRIES < 50 THEN
                   ADD 1 TO DEPT-TABLE-ENTRIES
                   MOVE DEPT-TABLE-ENTRIES TO MATCH-INDEX
                   MOVE ITEM-DEPARTMENT TO DT-NAME(MATCH-INDEX)
                   PERFORM VARYING YEAR-INDEX FROM 1 BY 1
                           UNTIL YEAR-INDEX > 6
                       PERFORM CLEAR-DEPT-AMOUNT
                   END-PERFORM
                   SET DEPT-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO DEPT-OVERFLOW-COUNTER
               END-IF
           END-IF.
           IF DEPT-ENTRY-FOUND THEN
               ADD UPLIFTED-COST
                   TO DT-AMOUNT(MATCH-INDEX, FORECAST-COLUMN)
               ADD UPLIFTED-COST TO GRAND-AMOUNT(FORECAST-COLUMN)
               ADD 1 TO ITEM-COUNTER
           END-IF.
           EXIT.

       CLEAR-DEPT-AMOUNT.
           MOVE ZERO TO DT-AMOUNT(MATCH-INDEX, YEAR-INDEX).
           EXIT.

       MATCH-DEPT-ENTRY.
           IF DT-NAME(DEPT-TABLE-INDEX) = ITEM-DEPARTMENT THEN
               SET DEPT-ENTRY-FOUND TO TRUE
               MOVE DEPT-TABLE-INDEX TO MATCH-INDEX
           END-IF.
           EXIT.

       DISPLAY-FORECAST.
           DISPLAY " ".
           DISPLAY "---- REPLACEMENT FORECAST BY DEPARTMENT ----".
           IF INFLATION-PERCENT > 0 THEN
               DISPLAY "Later years uplifted by " INFLATION-PERCENT
                   " percent a year."
           END-IF.
           DISPLAY "DEPARTMENT           |     BACKLOG |      FY"
               FISCAL-YEAR-LABEL(1)
               " |      FY" FISCAL-YEAR-LABEL(2)
               " |      FY" FISCAL-YEAR-LABEL(3)
               " |      FY" FISCAL-YEAR-LABEL(4)
               " |      FY" FISCAL-YEAR-LABEL(5).
           PERFORM VARYING DEPT-TABLE-INDEX FROM 1 BY 1
                   UNTIL DEPT-TABLE-INDEX > DEPT-TABLE-ENTRIES
               PERFORM DISPLAY-DEPT-LINE
           END-PERFORM.
           DISPLAY "------------------------------------".
           PERFORM VARYING YEAR-INDEX FROM 1 BY 1
                   UNTIL YEAR-INDEX > 6
               PERFORM EDIT-GRAND-AMOUNT
           END-PERFORM.
           DISPLAY "GRAND TOTAL          | "
               AMOUNT-DISPLAY(1) " | " AMOUNT-DISPLAY(2) " | "
               AMOUNT-DISPLAY(3) " | " AMOUNT-DISPLAY(4) " | "
               AMOUNT-DISPLAY(5) " | " AMOUNT-DISPLAY(6).
           DISPLAY "Items forecast: " ITEM-COUNTER
               "  in backlog: " BACKLOG-COUNTER.
           IF PULLED-IN-COUNTER > 0 THEN
               DISPLAY "Pulled into FY" CURRENT-FISCAL-YEAR
                   " on repair spend: " PULLED-IN-COUNTER
           END-IF.
           IF BEYOND-COUNTER > 0 THEN
               DISPLAY "Items due after FY" FISCAL-YEAR-LABEL(5)
                   ": " BEYOND-COUNTER
           END-IF.
           IF NO-COST-COUNTER > 0 THEN
               DISPLAY "Items with no cost record: " NO-COST-COUNTER
           END-IF.
           IF NO-LIFE-COUNTER > 0 THEN
               DISPLAY "Items with no purchase date or useful life: "
                   NO-LIFE-COUNTER
           END-IF.
           IF DEPT-OVERFLOW-COUNTER > 0 THEN
               DISPLAY "Items of departments past the table's 50, "
                   "not totalled: " DEPT-OVERFLOW-COUNTER
           END-IF.
           EXIT.

       DISPLAY-DEPT-LINE.
           PERFORM VARYING YEAR-INDEX FROM 1 BY 1
                   UNTIL YEAR-INDEX > 6
               PERFORM EDIT-DEPT-AMOUNT
           END-PERFORM.
           DISPLAY
               DT-NAME(DEPT-TABLE-INDEX)
               " | " AMOUNT-DISPLAY(1) " | " AMOUNT-DISPLAY(2)
               " | " AMOUNT-DISPLAY(3) " | " AMOUNT-DISPLAY(4)
               " | " AMOUNT-DISPLAY(5) " | " AMOUNT-DISPLAY(6).
           EXIT.

       EDIT-GRAND-AMOUNT.
           MOVE GRAND-AMOUNT(YEAR-INDEX) TO AMOUNT-DISPLAY(YEAR-INDEX).
           EXIT.

       EDIT-DEPT-AMOUNT.
           MOVE DT-AMOUNT(DEPT-TABLE-INDEX, YEAR-INDEX)
               TO AMOUNT-DISPLAY(YEAR-INDEX).
           EXIT.

       END PROGRAM EQUIPMENTDB-REPLFCST.
