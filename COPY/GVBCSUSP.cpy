      *                  READ - UNREADABLE EVENT RECORD (GVBXR6)
      *                  DUP  - DUPLICATE POLICY TERM (GVBXR6)
      *                  ORPH - ORPHANED CHILD RECORD (GVBXR6)
      *                  CKDG - CONTROLLED KEY FAILS ITS CHECK DIGIT
      *                         (MLOADVS, MBRMQAPL - SEE GVBCKEYA)
      *                  STTR - STATUS CHANGE NOT ALLOWED ON A LOAD
      *                         (MLOADVS, MBRMQAPL - SEE GVBCSTTR)
      *                  PIIK - PERSONAL DATA COULD NOT BE PROTECTED
      *                         UNDER THE ACTIVE KEY (SEE GVBCPIIK)
      *
      *                STATUS CODES:
      *                  S - SUSPENDED, AWAITING CORRECTION
