      *                        DUPLICATE-COUNT-LINE -- FLAGS A
      *                        FULL DUPLICATE TABLE (PART OF THE
      *                        LOOKBACK WINDOW UNCHECKED)
      *  15/10/26  MAINT       ADDED BA-ORIGINATOR TO THE
      *                        BALANCE-LINE (ONE LINE PER INFILE
      *                        BATCH NOW) AND ORIGINATOR-COUNT-LINE
      *                        FOR THE PER-ORIGINATOR READ/WRITTEN/
      *                        REJECTED COUNTS ON THE TRAILER PAGE
      *  15/10/26  MAINT       ADDED GROUP-COUNT-LINE FOR THE
      *                        DISTRIBUTION GROUP MESSAGES AND
      *                        THE MEMBER COPIES THEY EXPANDED TO
      *  15/10/26  MAINT       ADDED SCREEN-COUNT-LINE FOR THE
      *                        RESTRICTED-CONTENT SCREENING COUNTS
      *                        (HELD FOR RELEASE / RELEASED INPUT)
      * ======================================================
      ******************************************************************
       01  STAR-LINE-1.
               10  BA-RECORDS-COUNTED PIC ZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(2)      VALUE SPACES.
               10  BA-VERDICT        PIC X(18).
               10  FILLER            PIC X(14)     VALUE
                   '  ORIGINATOR: '.
               10  BA-ORIGINATOR     PIC X(8)      VALUE SPACES.
               10  FILLER            PIC X(35)     VALUE SPACES.

       01  ORIGINATOR-COUNT-LINE.
           05  OC-CC                 PIC X(1)      VALUE ' '.
           05  OC-TEXT.
               10  FILLER            PIC X(12)     VALUE
                   'ORIGINATOR: '.
               10  OC-ORIGINATOR     PIC X(8).
               10  FILLER            PIC X(8)      VALUE
                   '  READ: '.
               10  OC-READ           PIC ZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(11)     VALUE
                   '  WRITTEN: '.
               10  OC-WRITTEN        PIC ZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(12)     VALUE
                   '  REJECTED: '.
               10  OC-REJECTED       PIC ZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(11)     VALUE
                   '  BATCHES: '.
               10  OC-BATCHES        PIC ZZ9.
               10  FILLER            PIC X(16)     VALUE
                   '  OUT OF BAL:   '.
               10  OC-BAD-BATCHES    PIC ZZ9.
               10  FILLER            PIC X(18)     VALUE SPACES.

       01  REJECT-COUNT-LINE.
           05  RJ-CC                 PIC X(1)      VALUE ' '.
               10  DP-OVERFLOW       PIC X(22)     VALUE SPACES.
               10  FILLER            PIC X(34)     VALUE SPACES.

       01  GROUP-COUNT-LINE.
           05  GC-CC                 PIC X(1)      VALUE ' '.
           05  GC-TEXT.
               10  FILLER            PIC X(22)     VALUE
                   'GROUP MESSAGES:       '.
               10  GC-MSGS           PIC ZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(17)     VALUE
                   '  MEMBER COPIES: '.
               10  GC-COPIES         PIC ZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(73)     VALUE SPACES.

       01  SCREEN-COUNT-LINE.
           05  SN-CC                 PIC X(1)      VALUE ' '.
           05  SN-TEXT.
               10  FILLER            PIC X(22)     VALUE
                   'SCREENED - HELD:      '.
               10  SN-HELD           PIC ZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(18)     VALUE
                   '  RELEASED INPUT: '.
               10  SN-RELEASED       PIC ZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(17)     VALUE
                   '  TABLE ENTRIES: '.
               10  SN-ENTRIES        PIC ZZ,ZZZ,ZZ9.
               10  FILLER            PIC X(2)      VALUE SPACES.
               10  SN-NOTE           PIC X(20)     VALUE SPACES.
               10  FILLER            PIC X(23)     VALUE SPACES.

       01  DUP-REPORT-TITLE.
           05  DT-CC                 PIC X(1)      VALUE ' '.
           05  DT-TEXT               PIC X(132)    VALUE
