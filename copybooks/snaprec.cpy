      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Month-end inventory snapshot record, appended by
      *          EQUIPMENTDB-SNAPSHOT and read by EQUIPMENTDB-SNAPTREND
      *          (snapshots.data, line sequential, one record per
      *          department per snapshot run). The period is the
      *          month the figures stand for, YYYYMM; the run ID is
      *          the YYYYMMDDHHMMSS the snapshot was taken, and when a
      *          period has been taken more than once only its latest
      *          run counts. Item counts are by ITEM-STATUS, up to
      *          eight statuses per department - a department with
      *          more has the rest added into the eighth entry under
      *          the code "*OTHER". On-loan and overdue counts come
      *          from loans.data, overdue meaning the due date had
      *          passed on the day of the run. Acquisition cost and
      *          straight-line book value (as EQUIPMENTDB-DEPREC
      *          computes it) are totalled for items not RETIRED.
      ******************************************************************
           01 SNAP-LIST-DATA-REC.
               05 SNAP-PERIOD PIC 9(6).
               05 SNAP-DEPARTMENT PIC X(20).
               05 SNAP-RUN-ID PIC X(14).
               05 SNAP-ITEM-COUNT PIC 9(5).
               05 SNAP-STATUS-ENTRY OCCURS 8 TIMES.
                   10 SNAP-STATUS-CODE PIC X(10).
                   10 SNAP-STATUS-COUNT PIC 9(5).
               05 SNAP-ON-LOAN-COUNT PIC 9(5).
               05 SNAP-OVERDUE-COUNT PIC 9(5).
               05 SNAP-ACQUISITION-COST PIC 9(9)V99.
               05 SNAP-BOOK-VALUE PIC 9(9)V99.
