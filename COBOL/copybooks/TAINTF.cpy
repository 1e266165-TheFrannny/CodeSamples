      * clinician notification record - taispacket writes one row to
      * TAISNTF for every clinician whose packet carries an abnormal
      * AUC, naming the packet dataset so the mailing step can attach
      * it; the counts are that clinician's patients in this run
           01 CLINICIAN-NOTIFY-RECORD.
               05 CNTF-CLINICIAN-ID PIC X(10).
               05 CNTF-RUN-DATE PIC X(8).
               05 CNTF-ABNORMAL PIC 9(4).
               05 CNTF-WORSENING PIC 9(4).
               05 CNTF-PATIENTS PIC 9(4).
               05 CNTF-CONTACT PIC X(30).
               05 CNTF-PACKET PIC X(30).
