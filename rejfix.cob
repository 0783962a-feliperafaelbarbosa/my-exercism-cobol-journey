004696*                CREATED HERE, AT "C". A MASTER THAT WILL NOT
004697*                OPEN DEGRADES TO A LOG LINE - THE CORRECTION
004698*                SESSION MATTERS MORE THAN THE TRACKING ROW.
      * 2026-10-15 DH  A LIFECYCLE RECORD CREATED HERE OPENS "NOT
      *                RETURNED" WITH ZERO RETURN AND ACKNOWLEDGMENT
      *                DATES, FOR THE RETURN FIELDS REJSTAT NOW
      *                CARRIES (REJRETN).
004700*-----------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
031986             MOVE REJ-YEAR TO RJ-YEAR
031987             MOVE REJ-REASON-CODE TO RJ-REASON-CODE
031988             MOVE REJ-SOURCE-ID TO RJ-SOURCE-ID
                   SET RJ-NOT-RETURNED TO TRUE
                   MOVE ZERO TO RJ-RETURN-DATE
                   MOVE ZERO TO RJ-RETURN-RUN-NUMBER
                   MOVE ZERO TO RJ-ACK-DATE
031989             WRITE REJECT-STATUS-RECORD
031990         NOT INVALID KEY
031991             SET RJ-REJECT-CORRECTED TO TRUE
