      *> CNSTREC.cpy - shared ConsentHistory.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> ConsentRecord (FILE SECTION). Append-only, one line each
      *> time a customer gives or withdraws marketing consent for a
      *> channel, recorded in custmaint.cob and stamped like
      *> AuditLog.dat lines. Nothing else holds consent: the
      *> CONSENT-STATUS subroutine reads the newest line for a
      *> customer and channel as the standing answer, and
      *> consentrpt.cob lists the lines as the change history.
           05 CS-Customer-ID    PIC 9(5).
           05 CS-Channel        PIC X.
               88 CS-Channel-Post  VALUE "P".
               88 CS-Channel-Email VALUE "E".
               88 CS-Channel-Phone VALUE "T".
               88 CS-Channel-Valid VALUE "P", "E", "T".
           05 CS-Consent        PIC X.
               88 CS-Given         VALUE "Y".
               88 CS-Withdrawn     VALUE "N".
      *> the date the customer gave or withdrew it - which may be
      *> earlier than the day it was keyed (a signed form posted in).
           05 CS-Effective-Date PIC 9(8).
      *> how it was given - "SIGNED FORM", "PHONE CALL", "EMAIL"...
           05 CS-Source         PIC X(20).
           05 CS-Operator       PIC X(10).
           05 CS-Timestamp      PIC X(14).
