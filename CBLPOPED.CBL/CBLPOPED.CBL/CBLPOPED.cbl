       FD PRICING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PR-REC
           RECORD CONTAINS 30 CHARACTERS.
           COPY POPPRICE.

       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-REC
           RECORD CONTAINS 81 CHARACTERS.
           COPY POPSELLR.

       FD TEAM-MASTER-FILE
