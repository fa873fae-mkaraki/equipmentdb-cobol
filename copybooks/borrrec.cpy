      ******************************************************************
      * Author: mkaraki
      * Date: 2026-10-15
      * Purpose: Borrower master record, shared by the programs that
      *          maintain and check borrowers.data (line sequential,
      *          maintained load-edit-save the way the operator
      *          master is). One record per borrower: the ID that
      *          EQUIPMENTDB-LOAN and EQUIPMENTDB-RESERVE now store in
      *          LOAN-BORROWER / RESV-BORROWER instead of a free-text
      *          name, the person's name, home department (on
      *          refdepts.data), contact details, the most loans the
      *          borrower may have open at once, and an active flag
      *          ("A" may borrow, "S" suspended but kept so old loans
      *          and bookings stay explainable). A missing or empty
      *          borrower master allows any borrower with no limit,
      *          so installations that have not loaded it yet keep
      *          working exactly as before.
      ******************************************************************
           01 BORR-LIST-DATA-REC.
               05 BORR-ID PIC X(10).
               05 BORR-NAME PIC X(30).
               05 BORR-DEPARTMENT PIC X(20).
               05 BORR-PHONE PIC X(20).
               05 BORR-EMAIL PIC X(40).
               05 BORR-MAX-LOANS PIC 9(2).
               05 BORR-ACTIVE-FLAG PIC X(01).
