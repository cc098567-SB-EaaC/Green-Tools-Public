        01 SD-IN-REC.
           05  SD-PRO-NO        PIC X(13).
           05  SD-DATE          PIC 9(8).
           05  FILLER           PIC X(49).

        WORKING-STORAGE SECTION.
        77 LED-FILE-NAME          PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(2).
           05 KD-SOURCE         PIC X(12).
           05 FILLER            PIC X(2).
           05 KD-REF-NO         PIC X(8).
           05 FILLER            PIC X(2).
           05 KD-BEFORE         PIC ZZ,ZZ9.
           05 FILLER            PIC X(4).
           05 KD-AFTER          PIC ZZ,ZZ9.
