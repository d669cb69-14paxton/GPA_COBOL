                       88  GC-BASIS-INCOMPLETE       VALUE "I".
                       88  GC-BASIS-WITHDRAWN        VALUE "W".
                       88  GC-BASIS-LETTER           VALUE "L".
                       88  GC-BASIS-EXAM-CREDIT      VALUE "E".
                       88  GC-BASIS-INTEGRITY-XF     VALUE "F".
                       88  GC-BASIS-NOT-REPORTED     VALUE "N".
                   15  GC-FORGIVE-FLAG       PIC X(01).
                       88  GC-CRS-FORGIVEN           VALUE "F".
                       88  GC-CRS-SUPERSEDED         VALUE "S".
                   15  GC-CRS-LETTER         PIC XX.
                   15  GC-CRS-MATCHED-SW     PIC X(01).
                       88  GC-CRS-MATCHED            VALUE "Y".
