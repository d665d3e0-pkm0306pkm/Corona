       FD FDZZRUN.
           COPY  CZZRUN01.
       FD FDZZRLH RECORDING MODE IS V.
          01 FDZZRLH-REC                    PIC X(113).
       FD FDZZPRM RECORDING MODE IS V.
          01 FDZZPRM-REC                    PIC X(80).

