      *****************************************************
      * ANIMALREC - SHARED LIVE ANIMAL RECORD              *
      * ONE RECORD ON ANIMALS.DAT PER LIVE ANIMAL TAKEN    *
      * INTO THE STORE, KEYED BY ITS TAG NUMBER. THE       *
      * ANIMAL SELLS UNDER A GENERIC ITEM CODE FLAGGED AS  *
      * A LIVE ANIMAL ON THE ITEM MASTER; PETSTORE WILL    *
      * NOT RING THAT ITEM WITHOUT THE TAG, MARKS THE      *
      * ANIMAL SOLD TO THE CUSTOMER AND PRINTS ITS CARE    *
      * AND HEALTH CERTIFICATE WITH THE RECEIPT. ANIMMAINT *
      * TAKES ANIMALS IN, KEEPS UP TO TEN HEALTH AND       *
      * VACCINATION ENTRIES, AND PUTS ANIMALS ON HOLD OR   *
      * RECORDS A DEATH. ANIMRPT REPORTS MORTALITY AND     *
      * DAYS IN STORE FOR THE MONTH.                       *
      *****************************************************
       01  ANIMAL-RECORD.
           88  ANIMAL-EOF                VALUE HIGH-VALUES.
           02  AN-TAG-NUMBER             PIC X(8).
           02  AN-ITEM-CODE              PIC X(6).
           02  AN-SPECIES                PIC X(15).
           02  AN-BREED                  PIC X(20).
           02  AN-SEX                    PIC X(1).
               88  AN-SEX-MALE               VALUE "M".
               88  AN-SEX-FEMALE             VALUE "F".
               88  AN-SEX-UNKNOWN            VALUE "U".
           02  AN-RECEIVED-DATE          PIC 9(8).
           02  AN-SOURCE-TYPE            PIC X(1).
               88  AN-SOURCE-VENDOR          VALUE "V".
               88  AN-SOURCE-BREEDER         VALUE "B".
           02  AN-SOURCE                 PIC X(20).
           02  AN-COST                   PIC 999V99.
           02  AN-STATUS                 PIC X(1).
               88  AN-STATUS-AVAILABLE       VALUE "A".
               88  AN-STATUS-ON-HOLD         VALUE "H".
               88  AN-STATUS-SOLD            VALUE "S".
               88  AN-STATUS-DECEASED        VALUE "D".
           02  AN-STATUS-DATE            PIC 9(8).
           02  AN-STATUS-BY              PIC X(8).
           02  AN-STATUS-NOTE            PIC X(20).
           02  AN-SOLD-RECEIPT           PIC 9(6).
           02  AN-SOLD-CUSTOMER          PIC 9(7).
           02  AN-SOLD-PRICE             PIC 999V99.
           02  AN-CARE-NOTE              PIC X(40).
           02  AN-HEALTH-COUNT           PIC 9(2).
           02  AN-HEALTH-ENTRY OCCURS 10 TIMES.
               05  AN-HE-DATE            PIC 9(8).
               05  AN-HE-TYPE            PIC X(1).
                   88  AN-HE-VACCINATION     VALUE "V".
                   88  AN-HE-CHECK           VALUE "H".
                   88  AN-HE-TREATMENT       VALUE "T".
               05  AN-HE-DESCRIPTION     PIC X(25).
               05  AN-HE-BY              PIC X(10).
           02  FILLER                    PIC X(10).
