      * survey history record - the MOOSEHIST indexed file is keyed by
      * tag plus season (the survey run date) with the sighting's
      * input record number to keep untagged animals apart, so one
      * animal's sightings read back together; the season alone is an
      * alternate key so moosetrend can read from its first season
      * on in season order. a rerun of a season replaces its rows.
      * SHIST-DETAIL is the history line as judgingmoose has always
      * written it (judgingmoose, run date, CLASS=, TOTAL=, REG=, AGE=,
      * TAG=) at the same columns, and SHIST-WRITTEN-STAMP is the
      * clock yyyymmdd-hhmmsscc the row was last written, which
      * suiteextract's delta mark follows
           01 SURVEY-HISTORY-RECORD.
               05 SHIST-KEY.
                   10 SHIST-TAG PIC X(8).
                   10 SHIST-SEASON PIC X(8).
                   10 SHIST-SEQUENCE PIC 9(6).
               05 SHIST-WRITTEN-STAMP PIC X(17).
               05 SHIST-DETAIL PIC X(100).
