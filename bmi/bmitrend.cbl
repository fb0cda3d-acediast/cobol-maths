      *                  the report to patients whose BMI moved at
      *                  least that much between their first and last
      *                  visit (zero reports everyone).
      * 2026-10-15  RLP  VISCORR amendments are applied: a correction
      *                  replaces the BMI and category of the visit
      *                  it carries the timestamp of, and a void
      *                  drops the visit from the patient's trend.

001000 Environment division.
       Configuration section.
           05  ST-TIMESTAMP         picture is X(26).
           05  ST-BMI               picture is 99V9.
           05  ST-CATEGORY          picture is X(18).
           05  ST-ENTRY-TYPE        picture is X(01).
               88 ST-VISIT-ENTRY       value space.
               88 ST-CORRECTION-ENTRY  value "C".
               88 ST-VOID-ENTRY        value "V".
           05  ST-POSTED            picture is X(26).

       Working-storage section.
       77  WS-AUDIT-STATUS  picture is X(02) value spaces.
               10  WS-VIS-CATEGORY  picture is X(18).

       77  WS-GROUP-ID      picture is X(10) value spaces.
       77  WS-LAST-TIMESTAMP picture is X(26) value spaces.
       77  WS-NET-MOVE      picture is 99V9 value 0.
       77  WS-DELTA         picture is S99V9 value 0.
       77  WS-DELTA-EDIT    picture is +Z9.9.
           end-if.
           Sort SORT-FILE
               on ascending key ST-PATIENT-ID ST-TIMESTAMP
                   ST-POSTED
               input procedure is BUILD-SORT-RECORDS
               output procedure is REPORT-SORTED-VISITS.
           Move spaces to TREND-REPORT-LINE.
               Compute ST-BMI = function numval(AR-BMI)
               end-compute
               Move AR-CATEGORY to ST-CATEGORY
               Move AR-ENTRY-TYPE to ST-ENTRY-TYPE
               Move AR-POSTED-TIMESTAMP to ST-POSTED
               Release SORT-RECORD
               Perform READ-AUDIT-RECORD
           end-perform.
               If ST-PATIENT-ID is not equal to WS-GROUP-ID
                   Perform FLUSH-PATIENT-GROUP
                   Move ST-PATIENT-ID to WS-GROUP-ID
                   Move spaces to WS-LAST-TIMESTAMP
               end-if
               If ST-VISIT-ENTRY
                   Perform BUFFER-VISIT
               else
                   Perform APPLY-AMENDMENT
               end-if
               Perform RETURN-SORT-RECORD
           end-perform.
           Perform FLUSH-PATIENT-GROUP.
           Exit section.

       BUFFER-VISIT section.
           If WS-VISIT-COUNT is less than WS-VISIT-MAX
               Add 1 to WS-VISIT-COUNT
               Move ST-TIMESTAMP(1:8) to
                   WS-VIS-DATE(WS-VISIT-COUNT)
               Move ST-BMI to WS-VIS-BMI(WS-VISIT-COUNT)
               Move ST-CATEGORY to
                   WS-VIS-CATEGORY(WS-VISIT-COUNT)
               Move ST-TIMESTAMP to WS-LAST-TIMESTAMP
           else
               Display "Visit table full for patient "
                   WS-GROUP-ID ", later visits not reported"
           end-if.
           Exit section.

      * An amendment sorts straight after the visit it carries the
      * timestamp of (and after any earlier amendment, by posting
      * time), so it always applies to the last buffered visit; one
      * whose visit was voided already, or never buffered, is passed
      * over.
       APPLY-AMENDMENT section.
           If WS-VISIT-COUNT is equal to 0
                   or ST-TIMESTAMP is not equal to WS-LAST-TIMESTAMP
               Exit section
           end-if.
           If ST-VOID-ENTRY
               Subtract 1 from WS-VISIT-COUNT
               Move spaces to WS-LAST-TIMESTAMP
           else
               Move ST-BMI to WS-VIS-BMI(WS-VISIT-COUNT)
               Move ST-CATEGORY to WS-VIS-CATEGORY(WS-VISIT-COUNT)
           end-if.
           Exit section.

       RETURN-SORT-RECORD section.
           Return SORT-FILE
               at end move "Y" to WS-SORT-EOF
