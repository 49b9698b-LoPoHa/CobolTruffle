               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-DIRECTORY
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHDIRECTORY.
       FD  BRANCH-FEED
           LABEL RECORDS ARE STANDARD.
       01  BRANCH-FEED-RECORD              PIC X(80).
       FD  STANDING-INSTRUCTIONS
           LABEL RECORDS ARE STANDARD.
       01  STANDING-INSTRUCTION-RECORD     PIC X(47).
      * KEEP THIS LAYOUT IN STEP WITH CURRENCY-RATE-RECORD IN TEST.
       FD  CURRENCY-RATE-FILE
           LABEL RECORDS ARE STANDARD.
