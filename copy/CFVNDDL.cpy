      *================================================================
      * CFVNDDL  -  vendor sales-file delivery master record layout
      *             (VIVNDDLV) - one row per VIGYOSYA vendor that has
      *             been set up for the daily sales file, kept by the
      *             DLVCARD cards HBHUN545 applies: Y starts the
      *             delivery, N stops it.  Only a vendor whose flag
      *             is Y gets a file; the row also carries the
      *             identification the file is registered under with
      *             HBHUN860 and the days allowed for the vendor's
      *             acknowledgement.  The vendor master's own
      *             copybook is degenerate in this system, so the
      *             flag rides this side master, as the invoice
      *             registration number rides VIVINVRG
      *================================================================
       05  DLV-VENDORCD                    PIC X(08).
       05  DLV-DELIVER                     PIC X(01).
           88  DLV-IS-DELIVERED             VALUE "Y".
       05  DLV-FILEID                      PIC X(12).
       05  DLV-ACKDAYS                     PIC 9(03).
      *    the operator and time of the last card applied
       05  DLV-OPID                        PIC X(08).
       05  DLV-UPDDATE                     PIC 9(08).
       05  DLV-UPDTIME                     PIC 9(06).
      *    the last business date delivered and the records in
      *    that file, trailer included
       05  DLV-LASTDATE                    PIC 9(08).
       05  DLV-LASTCNT                     PIC 9(07).
       05  FILLER                          PIC X(19).
