      *                MAINTENANCE METADATA.  THE REQUESTER MAY
      *                NEVER APPROVE THEIR OWN CHANGE.
      *
      *                THE IMAGES ARE HELD AS STORED ON CUSTNAMV, NAME
      *                AND ADDRESS PROTECTED UNDER THE GENERATION IN
      *                FORCE AT APPR-REQ-DATE/TIME (SEE GVBCPIIK).
      *
      *                STATUS CODES:
      *                  P - PENDING APPROVAL
      *                  A - APPROVED AND APPLIED
