              10 VXC-DATA         PIC 9(08).
              10 VXC-HORA         PIC 9(06).
           05 VXC-OPERADOR        PIC X(08).
           05 VXC-VENDEDOR        PIC X(165).
