      *                JOURNAL BY SEVERITY AND MESSAGE ID AND TRACKS
      *                CONSECUTIVE-CYCLE STREAKS ON THE ALERTESC
      *                KSDS, UPGRADING AN ALERT THAT HAS FIRED
      *                QUIETLY FOR TOO MANY CYCLES, AND JOURNALS EACH
      *                ESCALATION BACK HERE AS AN ERROR.  MBRINCFW
      *                FORWARDS EVERY ERROR ENTRY TO THE INCIDENT-
      *                MANAGEMENT SYSTEM (SEE GVBCAINC).
      *
      *     CALLING EXAMPLE (AFTER THE USUAL CONSOLE DISPLAY):
      *         DISPLAY ALRT-MESSAGE-LINE UPON CONSOLE
