      *     MAINTAIN THE CHKSUMV ROW - A CHILD-RECORD PAIR ('C',
      *     SET BY THE CUSTADRV/CUSTCTCV/CUSTLGNV MAINTAINERS) IS
      *     JOURNALED BUT MUST NEVER TOUCH THE PARENT'S CHECKSUM.
      *     A CUSTCASE PAIR ('K', SET BY THE CASE PROGRAMS - SEE
      *     GVBCCASE) GOES TO ITS OWN CASEAUD JOURNAL IN THE SAME
      *     RECORD SHAPE, NEVER TO CUSTNAUD, SO MBRBKOUT AND THE
      *     OTHER CUSTNAUD READERS ONLY EVER SEE CUSTOMER IMAGES.
      *     AN 'O' CALL WITH 'K' SET OPENS CASEAUD; 'C' CLOSES BOTH.
      *
      *----------------------------------------------------------------*

           05  AUDW-RECORD-TYPE               PIC X(01).
               88  AUDW-REC-PARENT                VALUE ' ' 'P'.
               88  AUDW-REC-CHILD                 VALUE 'C'.
               88  AUDW-REC-CASE                  VALUE 'K'.
           05  AUDW-BEFORE-IMAGE              PIC X(96).
           05  AUDW-AFTER-IMAGE               PIC X(96).
           05  AUDW-RETURN-CODE               PIC X(01).
