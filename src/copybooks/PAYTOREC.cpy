      ******************************************************************
      * PAY-TO ENTITY MASTER RECORD LAYOUT                             *
      * ONE RECORD PER LEGAL ENTITY PAID AS A WHOLE - A HOSPITAL       *
      * SYSTEM OR GROUP PRACTICE BILLING UNDER MANY PROVIDER IDS BUT   *
      * ONE TAXPAYER ID. EVERY PROVIDER WHOSE TAX ID MASTER ROW        *
      * CARRIES THIS TIN IS LINKED TO THE ENTITY, AND PAYDISB SETTLES  *
      * ALL OF THEM ON ONE CHECK OR EFT WITH ONE COMBINED REMITTANCE   *
      * UNLESS THE PROVIDER HAS OPTED OUT ON THE PROVIDER MASTER.      *
      * A TIN WITH NO ENTITY ROW IS PAID PROVIDER BY PROVIDER, THE     *
      * HISTORICAL BEHAVIOR                                            *
      ******************************************************************
           05  PAYTO-TAX-ID         PIC X(9).
           05  PAYTO-ENTITY-NAME    PIC X(30).
      *    THE PROVIDER WHOSE PAYMENT ELECTION AND VERIFIED BANK
      *    ACCOUNT ON THE PROVIDER MASTER CARRY THE CONSOLIDATED
      *    PAYMENT - SPACES MEANS THE LOWEST PROVIDER ID BEING PAID
      *    UNDER THE ENTITY THAT RUN
           05  PAYTO-PAY-PROVIDER-ID PIC X(8).
           05  PAYTO-STATUS         PIC X(1).
               88  PAYTO-ACTIVE         VALUE "A" " ".
               88  PAYTO-INACTIVE       VALUE "I".
