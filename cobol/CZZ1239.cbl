       DATA                DIVISION.
       FILE                SECTION.
       FD FDZZHAR RECORDING MODE IS V.
          01 FDZZHAR-REC                    PIC X(140).
       FD FDZZHSX.
           COPY  CZZHIS01.

