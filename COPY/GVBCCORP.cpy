      *                AFTER THE QUALIFIER ARE THE UNCHANGED REGIONAL
      *                CUSTNAME RECORD (SEE GVBCCUST), SO EVERY
      *                FIELD OFFSET THE BROWSE UTILITIES KNOW STILL
      *                HOLDS, TWO BYTES IN.  MBRECID MATCHES THE
      *                RECORDS ACROSS REGIONS AND KEEPS EACH ONE'S
      *                ENTERPRISE CUSTOMER ID IN ENTXREFV UNDER THIS
      *                SAME KEY (SEE GVBCECID).
      *
      *----------------------------------------------------------------*

