             88  UR20-:XXX:-OPEN-DIRECT        VALUE 'D'.
           05  UR20-:XXX:-OPTION2           PIC  X(01)
                                               VALUE LOW-VALUES.
             88  UR20-:XXX:-CLEAR-TEXT         VALUE 'C'.
           05  UR20-:XXX:-NO-OF-BUFFERS     PIC S9(04)       COMP-4
                                               VALUE +5.
           05  UR20-:XXX:-WORK-AREA-PTR     POINTER
