           03 WK-RUN-L-WRITE                 PIC 9(6)  VALUE 0.
           03 WK-RUN-L-REJ                   PIC 9(6)  VALUE 0.
           03 WK-RUN-L-RC                    PIC 9(2)  VALUE 0.
           03 WK-RUN-L-GUARD                 PIC X(8)  VALUE SPACES.
           03 WK-RUN-DATE-X                  PIC X(8)  VALUE SPACES.
           03 WK-RUN-TIME-X                  PIC X(8)  VALUE SPACES.
