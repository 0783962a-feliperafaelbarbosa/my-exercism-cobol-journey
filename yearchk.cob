012632*                MASTER THAT WILL NOT OPEN DEGRADES TO A LOG
012633*                LINE - THE VALIDATION RUN MATTERS MORE THAN
012634*                THE TRACKING ROW.
012635* 2026-10-15 DH  A NEW LIFECYCLE RECORD OPENS "NOT RETURNED" WITH
012636*                ZERO RETURN AND ACKNOWLEDGMENT DATES, FOR THE
012637*                RETURN FIELDS REJSTAT NOW CARRIES (REJRETN).
012640*-----------------------------------------------------------------
012700 ENVIRONMENT DIVISION.
012800 INPUT-OUTPUT SECTION.
119444     MOVE REJ-YEAR TO RJ-YEAR.
119446     MOVE REJ-REASON-CODE TO RJ-REASON-CODE.
119448     MOVE REJ-SOURCE-ID TO RJ-SOURCE-ID.
           SET RJ-NOT-RETURNED TO TRUE.
           MOVE ZERO TO RJ-RETURN-DATE.
           MOVE ZERO TO RJ-RETURN-RUN-NUMBER.
           MOVE ZERO TO RJ-ACK-DATE.
119450     WRITE REJECT-STATUS-RECORD
119452         INVALID KEY
119454             CONTINUE
