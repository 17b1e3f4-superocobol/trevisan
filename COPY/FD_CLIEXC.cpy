              10 CXC-DATA         PIC 9(08).
              10 CXC-HORA         PIC 9(06).
           05 CXC-OPERADOR        PIC X(08).
           05 CXC-CLIENTE         PIC X(371).
