001200*                LEAPINQ. ADD, DELETE, OR LOOK UP A BANK
001300*                HOLIDAY BY DATE. THE FIRST SESSION EVER CREATES
001400*                THE FILE. DATECALC READS WHAT THIS MAINTAINS.
001425* 2026-10-14 DH  A HOLIDAY ADDED HERE IS MARKED KEYED BY HAND
001450*                (HOL-SOURCE) SO HOLGEN LEAVES IT ALONE.
001500*-----------------------------------------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
011000     END-IF.
011100     MOVE WS-KEY-DATE TO HOL-DATE.
011200     MOVE WS-DESCRIPTION TO HOL-DESCRIPTION.
011250     SET HOL-KEYED-BY-HAND TO TRUE.
011300     WRITE HOLIDAY-MASTER-RECORD
011400         INVALID KEY
011500             MOVE "DATE IS ALREADY ON FILE" TO WS-MESSAGE-TEXT
