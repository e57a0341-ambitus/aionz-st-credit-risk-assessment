      * DISPOSITION'S OWN DATE TO LETTER IT ON THE RIGHT NIGHT.
      * SPACES WHILE NO DISPOSITION HAS BEEN TAKEN.
           05  CRA-AUDIT-DISP-DATE        PIC X(08).
      * SECOND SIGNATURE ON A MEDIUM-BAND CASE WHOSE FIRST APPROVAL
      * WAS OUTSIDE THE OFFICER'S LENDING AUTHORITY (CRAAUTH) - THE
      * USER ID OF THE OFFICER WHOSE AUTHORITY COVERED THE LOAN AND
      * WHO FINISHED THE CASE, APPROVING OR DECLINING IT. DISP-USER
      * STAYS THE FIRST OFFICER; DISP-REASON AND DISP-DATE ARE THE
      * FINISHING SIGNATURE'S. SPACES WHEN ONE SIGNATURE SUFFICED.
           05  CRA-AUDIT-SECOND-USER      PIC X(08).
      * VELOCITY SCREEN (CRAURL 0370). HOLD-FLAG 'Y' MARKS A RECORD
      * WRITTEN WHEN AN APPLICATION WAS HELD ON THE CRAFRD FRAUD-
      * REFERRAL QUEUE INSTEAD OF BEING SCORED - NO LOAN STATUS, NO
      * BAND, FINAL-DISP 'FRAUD-HOLD' AND DISP-REASON 'VELC' (OVER A
      * CUSTOMER-ID WINDOW) OR 'VELP' (OVER A PROFILE WINDOW) UNTIL
      * THE CRAF TRANSACTION (CRAFRW) REWRITES IT 'RELEASED' OR
      * 'FRD-CANCEL' WITH THE FRAUD ANALYST'S USER ID, REASON CODE
      * AND DATE. A RELEASED APPLICATION'S SCORE IS ITS OWN, LATER
      * RECORD. THE DECISION EXTRACTS SKIP HOLD RECORDS ON THEIR
      * BLANK LOAN STATUS; THE MIS SUMMARY SKIPS THEM ON THIS FLAG.
           05  CRA-AUDIT-HOLD-FLAG        PIC X(01).
      * THE APPLICANT PROFILE AND DECISION TIMESTAMP AS ONE KEY FOR
      * THE CRAAUDP ALTERNATE INDEX, SO THE VELOCITY SCREEN CAN FIND
      * RECENT APPLICATIONS WITH THE SAME AGE/INCOME/OWNERSHIP WHEN
      * NO CUSTOMER ID WAS SENT, STARTING AT THE WINDOW'S CUTOFF
      * RATHER THAN READING THE PROFILE'S WHOLE HISTORY. SPACES ON
      * PROBE RECORDS AND ON RECORDS WRITTEN BEFORE THE FIELD
      * EXISTED.
           05  CRA-AUDIT-PROFILE-KEY.
               10  CRA-AUDIT-PRF-AGE      PIC X(03).
               10  CRA-AUDIT-PRF-INCOME   PIC X(08).
               10  CRA-AUDIT-PRF-OWNERSHIP
                                          PIC X(20).
               10  CRA-AUDIT-PRF-DATE     PIC X(08).
               10  CRA-AUDIT-PRF-TIME     PIC X(06).
      * INTEGRITY SEAL. A CHECK VALUE (CRASEAL) OVER EVERY BYTE OF
      * THE RECORD AHEAD OF CRA-AUDIT-SEAL-VALUE - THE KEY, BOTH JSON
      * BODIES, THE DECISION, BAND, DISPOSITION AND PRICING FIELDS,
      * AND THE SEAL VERSION, PROGRAM AND PREVIOUS SEAL BELOW. THE
      * PREVIOUS SEAL BEING PART OF WHAT IS SEALED CHAINS EACH SEAL
      * TO THE ONE BEFORE IT: CRAURL SEALS VERSION 1 WHEN IT WRITES
      * THE RECORD (CHAINED FROM SIXTEEN ZEROS), AND EVERY PROGRAM
      * ALLOWED TO REWRITE THE RECORD (CRAURL, CRAREV, CRACHL,
      * CRAFRW) ADDS ONE TO THE VERSION, CARRIES THE OLD SEAL INTO
      * SEAL-PREV AND SEALS AGAIN. EACH NEW SEAL IS ALSO LOGGED TO THE
      * APPEND-ONLY CRASLJ JOURNAL (CRASLJR), AND CRAARC LOGS A
      * CLOSING ENTRY FOR EVERY RECORD IT ARCHIVES AND DELETES, SO
      * THE CRASVF VERIFICATION RUN CAN PROVE EACH RECORD ON THE LIVE
      * FILE AND THE ARCHIVES IS THE LAST VERSION AN AUTHORIZED
      * PROGRAM WROTE. SPACES ON RECORDS WRITTEN BEFORE THE SEAL
      * EXISTED, UNTIL THEIR NEXT AUTHORIZED UPDATE SEALS THEM.
      * SEAL-VALUE MUST STAY THE LAST FIELD OF THE RECORD.
           05  CRA-AUDIT-SEAL.
               10  CRA-AUDIT-SEAL-VERSION PIC 9(05).
               10  CRA-AUDIT-SEAL-PGM     PIC X(08).
               10  CRA-AUDIT-SEAL-PREV    PIC X(16).
               10  CRA-AUDIT-SEAL-VALUE   PIC X(16).
