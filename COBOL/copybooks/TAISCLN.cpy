      * referring-clinician master record - the indexed TAISCMF,
      * keyed on clinician id and maintained by taisadmin C cards;
      * a patient's MASTER-CLINICIAN-ID on TAISPMF points here, and
      * the contact is where that clinician's results packet and
      * abnormal-result notifications are sent
           01 CLINICIAN-MASTER-RECORD.
               05 CLINICIAN-ID PIC X(10).
               05 CLINICIAN-NAME PIC X(20).
               05 CLINICIAN-CONTACT PIC X(30).
               05 CLINICIAN-ACTIVE-FLAG PIC X.
