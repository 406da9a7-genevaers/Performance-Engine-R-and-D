      *                CAN TRAP ON THE ID.  IDS ARE MBRNNNNS: A FOUR-
      *                DIGIT NUMBER (01XX RECONCILE, 02XX GENERATION
      *                DIFFERENCE, 03XX LOAD, 04XX READ EXIT, 05XX
      *                BATCH-WINDOW SLA, 06XX SERVER HEALTH, 07XX
      *                CUSTOMER CASES, 08XX PRIVACY REQUESTS, 09XX
      *                JOB SCHEDULE, 10XX VSAM CAPACITY, 11XX BACKUP
      *                SET, 12XX INCIDENT FORWARDING, 13XX INBOUND
      *                FEED ARRIVAL) AND A SEVERITY
      *                SUFFIX, I (INFORMATION), W (WARNING, PAGE THE
      *                ON-CALL IN BUSINESS HOURS) OR E (ERROR, PAGE
      *                THE ON-CALL NOW, AND RAISE AN INCIDENT TICKET
      *                THROUGH MBRINCFW).  THE
      *                ISSUING THRESHOLDS LIVE HERE TOO, SO EVERY
      *                PROGRAM ALERTS AT THE SAME SHOP-AGREED LEVELS.
      *                WHAT EACH ID MEANS AND WHAT THE OPERATOR SHOULD
      *                DO ABOUT IT IS KEPT IN THE MSGCAT MESSAGE
      *                CATALOG (SEE GVBCMCAT) - ADD THE CATALOG ENTRY
      *                WHEN A NEW ID IS ADDED HERE.
      *
      *----------------------------------------------------------------*

                                              VALUE 'MBR0602W'.
           05  ALRT-SERVER-ERRORS             PIC X(08)
                                              VALUE 'MBR0603W'.
           05  ALRT-CASE-ESCALATED            PIC X(08)
                                              VALUE 'MBR0701W'.
           05  ALRT-PRIV-AT-RISK              PIC X(08)
                                              VALUE 'MBR0801W'.
           05  ALRT-PRIV-BREACHED             PIC X(08)
                                              VALUE 'MBR0802E'.
           05  ALRT-SCHED-MISSED              PIC X(08)
                                              VALUE 'MBR0901E'.
           05  ALRT-CAP-RESIZE                PIC X(08)
                                              VALUE 'MBR1001W'.
           05  ALRT-CAP-REORG                 PIC X(08)
                                              VALUE 'MBR1002W'.
           05  ALRT-BKUP-INCOMPLETE           PIC X(08)
                                              VALUE 'MBR1101E'.
           05  ALRT-BKUP-MISMATCH             PIC X(08)
                                              VALUE 'MBR1102E'.
           05  ALRT-INC-FWD-FAILED            PIC X(08)
                                              VALUE 'MBR1201E'.
           05  ALRT-INC-NO-REPLY              PIC X(08)
                                              VALUE 'MBR1202W'.
           05  ALRT-FEED-OVERDUE              PIC X(08)
                                              VALUE 'MBR1301W'.
           05  ALRT-FEED-MISSED               PIC X(08)
                                              VALUE 'MBR1302E'.
           05  ALRT-FEED-LATE-ARRIVAL         PIC X(08)
                                              VALUE 'MBR1303W'.

       01  ALRT-THRESHOLDS.
           05  ALRT-GDIFF-DELTA-LIMIT         PIC S9(08) COMP
                                              VALUE +500.
           05  ALRT-ERROR-TREND-LIMIT         PIC S9(08) COMP
                                              VALUE +50.
           05  ALRT-CASE-ESCALATE-LIMIT       PIC S9(08) COMP
                                              VALUE +5.
           05  ALRT-PRIV-WARN-LIMIT           PIC S9(08) COMP
                                              VALUE +5.
           05  ALRT-CAP-HORIZON-DAYS          PIC S9(08) COMP
                                              VALUE +90.
           05  ALRT-CAP-CI-SPLIT-PCT          PIC S9(08) COMP
                                              VALUE +10.
           05  ALRT-CAP-CA-SPLIT-LIMIT        PIC S9(08) COMP
                                              VALUE +10.
           05  ALRT-CAP-EXTENT-LIMIT          PIC S9(08) COMP
                                              VALUE +100.
           05  ALRT-FEED-WARN-LEAD-MINS       PIC S9(08) COMP
                                              VALUE +60.
