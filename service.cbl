      *          allowed value is given, and capture the cost of the
      *          work in SERVICE-COST so EQUIPMENTDB-VENDSPEND and
      *          EQUIPMENTDB-REPAIREX can report on it.
      * Modified: 2026-10-15 mkaraki - The vendor is now a vendor ID
      *          checked against the vendor master (vendors.data)
      *          through EQUIPMENTDB-VENDCHECK, and the ID is what is
      *          recorded in SERVICE-VENDOR, so service events can be
      *          matched to vendor contracts. Until the vendor master
      *          is loaded the free-text vendor is still checked
      *          against the "V" reference table as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUIPMENTDB-SERVICE.
           01 REF-CHECK-VALUE PIC X(20).
           01 REF-CHECK-RESULT PIC X(01).
               88 REF-VALUE-ALLOWED VALUE "Y".
           01 VENDCHECK-ID PIC X(10).
           01 VENDCHECK-RESULT PIC X(01).
           01 VENDCHECK-NAME PIC X(30).
           01 VENDOR-SWITCH PIC X(01).
               88 VENDOR-ACCEPTED VALUE "Y".
           01 EXIT-SWITCH PIC X(01) VALUE "N".
               88 EXIT-REQUESTED VALUE "Y".
       LINKAGE SECTION.
           DISPLAY "Service event recorded: " QUEUE-SERIAL.
           EXIT.

      *    Re-prompt until the vendor ID is an active vendor on the
      *    vendor master - EQUIPMENTDB-VENDCHECK lists the valid
      *    choices on a reject. With no vendor master on file yet the
      *    answer is taken as free text and checked against the
      *    vendor reference table instead, as it was before the
      *    master existed; EQUIPMENTDB-REFCHECK allows everything
      *    when that table is missing too. The vendor field is wider
      *    than the reference value, so only the first twenty
      *    characters are checked there.
       PROMPT-FOR-VENDOR.
           MOVE "N" TO VENDOR-SWITCH.
           PERFORM UNTIL VENDOR-ACCEPTED
               PERFORM READ-VENDOR-ANSWER
           END-PERFORM.
           EXIT.

       READ-VENDOR-ANSWER.
           DISPLAY "Vendor ID: ".
           ACCEPT QUEUE-VENDOR FROM CONSOLE.
           MOVE QUEUE-VENDOR TO VENDCHECK-ID.
           CALL "EQUIPMENTDB-VENDCHECK" USING VENDCHECK-ID
               VENDCHECK-RESULT VENDCHECK-NAME.
           EVALUATE VENDCHECK-RESULT
               WHEN "Y"
                   MOVE VENDCHECK-ID TO QUEUE-VENDOR
                   DISPLAY "Vendor: " VENDCHECK-NAME
                   SET VENDOR-ACCEPTED TO TRUE
               WHEN "M"
                   MOVE "V" TO REF-TABLE-ID
                   MOVE QUEUE-VENDOR(1:20) TO REF-CHECK-VALUE
                   CALL "EQUIPMENTDB-REFCHECK" USING REF-TABLE-ID
                       REF-CHECK-VALUE REF-CHECK-RESULT
                   IF REF-VALUE-ALLOWED THEN
                       SET VENDOR-ACCEPTED TO TRUE
                   END-IF
           END-EVALUATE.
           EXIT.

       END PROGRAM EQUIPMENTDB-SERVICE.
