           05  ORDER-KEY.
               10  ORDER-DATE           PIC 9(8).
               10  ORDER-NUMBER         PIC 9(6).
           05  FILLER                   PIC X(75).
       FD  ORDER-DATA-FILE.
       01  ORDER-DATA-RECORD            PIC X(89).
       WORKING-STORAGE SECTION.
       01  ORDER-STATUS                 PIC XX VALUE '00'.
       01  ORDER-DATA-EOF-STATUS        PIC X  VALUE 'N'.
