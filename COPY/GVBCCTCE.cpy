      *         CE1 - EMAIL PRESENT BUT NOT ADDRESS-SHAPED (@ AND .)
      *         CT1 - TYPE CODE INCONSISTENT WITH THE FIELDS
      *               ('P' NEEDS A PHONE, 'E' AN EMAIL, 'B' BOTH)
      *               OR NOT IN FORCE ON THE REFCODE CTCTYPE LIST
      *         CC1 - NO CONTACT POINT AT ALL
      *         CD1 - DUPLICATE CONTACT UNDER THE SAME CUSTOMER
      *               (ISSUED BY THE CALLERS - DEDUP NEEDS THE
