      * patient pseudonym cross-reference - TAISXREF holds one row per
      * study patient that has ever reached the warehouse: the real
      * patient id, the pseudonym that stands for it in every
      * extract (PSN and a seven-digit serial, never reused) and when
      * it was assigned. suiteextract appends a row the first time it
      * meets a patient; only taisreid reads a pseudonym back to the
      * patient, so the file is kept with the study team's data and
      * never sent on
           01 PSEUDONYM-XREF-RECORD.
               05 XRF-PATIENT-ID PIC X(10).
               05 FILLER PIC X.
               05 XRF-PSEUDONYM PIC X(10).
               05 XRF-PSEUDONYM-PARTS REDEFINES XRF-PSEUDONYM.
                   10 XRF-PSEUDONYM-PREFIX PIC X(3).
                   10 XRF-PSEUDONYM-SERIAL PIC 9(7).
               05 FILLER PIC X.
               05 XRF-ASSIGNED-STAMP PIC X(17).
