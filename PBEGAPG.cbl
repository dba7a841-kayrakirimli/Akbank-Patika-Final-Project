       COPY AUDREC.
      *
       FD  ARC-FILE RECORDING MODE F.
       01  ARC-REC               PIC X(121).
      *
       FD  CTL-FILE RECORDING MODE F.
       01  CTL-REC.
