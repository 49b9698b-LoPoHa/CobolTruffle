      *
       FD  BRANCH-DIRECTORY
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHDIRECTORY.
      *
      * THE CONSOLIDATED FEED CARRIES THE SAME HEADER AND TRAILER
      * CONTROL RECORDS TEST VALIDATES - KEEP THE VIEWS IN STEP WITH
