           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
        FD SALV-FILE
           LABEL RECORD IS STANDARD.
        01 SALV-REC             PIC X(140).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
