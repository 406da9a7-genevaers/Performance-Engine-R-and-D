      *                BYTES, COMPUTED IDENTICALLY BY WRITER AND
      *                SWEEP THROUGH THE ONE MBRCKSUM SERVICE.
      *
      *                FUNCTION 'A' FOLDS THE IMAGE HASH INTO THE
      *                RUNNING VALUE THE CALLER PASSES IN CKSM-HASH-
      *                RESULT (RESULT = RESULT * 31 + IMAGE HASH,
      *                MODULO TEN TO THE FIFTEENTH), SO A WHOLE
      *                CLUSTER OR FILE CAN BE HASHED IN READ ORDER,
      *                96 BYTES AT A TIME - THE BACKUP-SET MANIFEST
      *                (SEE GVBCBKST) IS BUILT AND CHECKED THIS WAY.
      *
      *----------------------------------------------------------------*

       01  CKSM-RECORD-KEY                    PIC X(10).
       01  CKSM-COMPUTE-PARMS.
           05  CKSM-FUNCTION                  PIC X(01).
               88  CKSM-FCN-HASH                 VALUE 'H'.
               88  CKSM-FCN-ACCUMULATE           VALUE 'A'.
           05  CKSM-RECORD-IMAGE              PIC X(96).
           05  CKSM-HASH-RESULT               PIC 9(15).
           05  CKSM-RETURN-CODE               PIC X(01).
