                   88  SO-BASIS-INCOMPLETE           VALUE "I".
                   88  SO-BASIS-WITHDRAWN            VALUE "W".
                   88  SO-BASIS-LETTER               VALUE "L".
                   88  SO-BASIS-EXAM-CREDIT          VALUE "E".
                   88  SO-BASIS-EXAM-GRADED          VALUE "X".
                   88  SO-BASIS-BY-EXAM              VALUE "E" "X".
                   88  SO-BASIS-INTEGRITY-XF         VALUE "F".
                   88  SO-BASIS-NOT-REPORTED         VALUE "N".
               10  SO-CRS-TERM-CODE          PIC X(05).
               10  SO-FORGIVE-FLAG           PIC X(01).
                   88  SO-COURSE-FORGIVEN            VALUE "F".
                   88  SO-EXAM-SUPERSEDED            VALUE "S".
                   88  SO-CONSORTIUM-COURSE          VALUE "C".
