      *> PROMREC.cpy - Promotions.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> PromoRecord (FILE SECTION). One line per time-limited
      *> promotion on one product, kept by promomaint.cob and
      *> applied at pricing time through the PROMO-PRICE
      *> subroutine (invgen.cob, the decimal-arithmatics.cob quote)
      *> between PN-Start-Date and PN-End-Date inclusive. Unlike
      *> the permanent tier and negotiated discounts on
      *> CustomerTiers.dat, a promotion ends on its own.
           05 PN-Code           PIC X(8).
           05 PN-Description    PIC X(24).
           05 PN-Product        PIC X(20).
      *> P - percentage off the price in force, F - a fixed price
      *> (USD, before tax, like PR-Op-Price), B - buy PN-Buy-Qty,
      *> get one free: every (PN-Buy-Qty + 1)th unit on a line is
      *> not charged.
           05 PN-Type           PIC X.
               88 PN-Percent-Off  VALUE "P".
               88 PN-Fixed-Price  VALUE "F".
               88 PN-Buy-Get-Free VALUE "B".
           05 PN-Percent        PIC 9(2)V9(2).
           05 PN-Price          PIC 9(4)V9(2).
           05 PN-Buy-Qty        PIC 9(2).
           05 PN-Start-Date     PIC 9(8).
           05 PN-End-Date       PIC 9(8).
      *> optional limits - spaces means every branch / every tier
      *> (a customer with no tier only gets the unlimited ones).
           05 PN-Branch         PIC X(2).
           05 PN-Tier           PIC X.
           05 PN-Status         PIC X.
               88 PN-Active       VALUE "A".
               88 PN-Withdrawn    VALUE "X".
           05 PN-Set-By         PIC X(10).
           05 PN-Set-Stamp      PIC X(14).
