      *> IDDOCREC.cpy - shared IdentityDocs.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> IdentityData (FILE SECTION). One record per customer,
      *> keyed by ID-num the way CustomerContact.dat is: the
      *> identity document an operator has seen and checked in
      *> custmaint.cob. A customer counts as verified while the
      *> record is there, carries a verifying operator and the
      *> document has not expired - cobolTutBase.cob will not
      *> create a login for anyone else, and idexpiry.cob lists the
      *> documents running out so new ones can be asked for.
           05 IV-Customer-ID   PIC 9(5).
           05 IV-Doc-Type      PIC X.
               88 IV-Passport         VALUE "P".
               88 IV-Driving-Licence  VALUE "D".
               88 IV-National-ID      VALUE "N".
               88 IV-Residence-Permit VALUE "R".
               88 IV-Doc-Type-Valid   VALUE "P", "D", "N", "R".
           05 IV-Doc-Number    PIC X(20).
           05 IV-Expiry-Date   PIC 9(8).
           05 IV-Verified-Date PIC 9(8).
           05 IV-Verified-By   PIC X(10).
