      *> KITREC.cpy - KitComponents.dat record layout.
      *> Included (at the 05 level) under a 01-level group such as
      *> KitRecord (FILE SECTION). The bill of materials for the
      *> gift sets and starter packs sold under one Products.dat
      *> name: one record per component of a kit, kept by
      *> stockctl.cob's (K)it screen. A kit has no stock of its
      *> own - invgen.cob issues, orderentry.cob allocates and
      *> returns.cob restocks KT-Qty of each component per kit, and
      *> marginbatch.cob rolls the kit's cost up from the
      *> components' ProductCosts.dat records. Components are plain
      *> products - a kit is never a component of another kit.
           05 KT-Kit-Name     PIC X(20).
           05 KT-Component    PIC X(20).
           05 KT-Qty          PIC 9(3).
