      *================================================================
      * CLLING  -  run-lineage connect area for HSAAL170: a program
      *            names its run once at start-up - the key of its own
      *            VIJOBLOG start record, which is the run identifier
      *            - then names each input file it reads, so the
      *            generation it read is tied to the run, stamps every
      *            record it writes or updates under the file's id and
      *            the record's key, and closes every output file's
      *            generation with its record count.  HBHUN565 answers
      *            lineage inquiries from what is recorded (VILINEAG,
      *            CFLINEG)
      *================================================================
       05  LNG-FUNC                        PIC X(01).
           88  LNG-START                    VALUE "S".
           88  LNG-INPUT                    VALUE "I".
           88  LNG-WRITE                    VALUE "W".
           88  LNG-GENEND                   VALUE "F".
           88  LNG-END                      VALUE "E".
      *    set by the caller at S and left alone after: the calls
      *    that follow are stamped with it
       05  LNG-RUNID.
           10  LNG-PROGID                  PIC X(08).
           10  LNG-RUNDATE                 PIC 9(08).
           10  LNG-RUNTIME                 PIC 9(06).
       05  LNG-BUSDATE                     PIC 9(08).
       05  LNG-FILEID                      PIC X(08).
      *    W: the record's key as the file holds it; a sequential
      *    file's records are keyed by the business date and the
      *    fields that tell them apart within it
       05  LNG-RECKEY                      PIC X(30).
       05  LNG-ACTION                      PIC X(01).
           88  LNG-ADDED                    VALUE "A".
           88  LNG-CHANGED                  VALUE "C".
           88  LNG-DELETED                  VALUE "D".
      *    F: the records the generation holds
       05  LNG-CNT                         PIC 9(09).
      *    0: recorded; 9: VILINEAG is not available and nothing
      *    is - the caller's own work goes on regardless
       05  LNG-STATUS                      PIC X(01).
           88  LNG-OK                       VALUE "0".
           88  LNG-UNAVAILABLE              VALUE "9".
