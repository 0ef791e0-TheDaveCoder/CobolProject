      *> MODREC.CPY
      *> Record layout for the menu modifier master file
      *> (MODIFIER-MASTER.DAT). One record per modifier or add-on the
      *> till can attach to an order line ("EXTRA CHEESE", "NO
      *> PINEAPPLE", "LARGE DRINK UPGRADE"). MOD-PRICE is charged per
      *> unit of the line it is attached to and may be zero.
      *> MOD-MENU-CODE lists the ORDER-CHOICE codes the modifier may
      *> be attached to; "**" in any slot means every item, and
      *> unused slots are blank. Each MOD-ING-ADJUST slot names an
      *> ingredient and how much one unit of the line uses on top of
      *> its recipe: a positive quantity is extra usage (checked
      *> against stock and depleted like a recipe line), a negative
      *> quantity is an ingredient left off (put back into stock).
      *> Unused adjustment slots are blank. Like the promo and recipe
      *> files, the modifier master is maintained by hand.
       01 MODIFIER-RECORD.
           02 MOD-CODE             PIC X(3).
           02 MOD-DESC             PIC X(20).
           02 MOD-PRICE            PIC 9(4)V9(2).
           02 MOD-MENU-CODES.
               03 MOD-MENU-CODE    PIC X(2) OCCURS 8 TIMES.
           02 MOD-ING-ADJUST OCCURS 3 TIMES.
               03 MOD-ING-CODE     PIC X(4).
               03 MOD-ING-QTY      PIC S9(3)V9(2)
                                   SIGN LEADING SEPARATE.
