           05  SO-ACTIVE-FLAG      PIC X.
               88  SO-ACTIVE                   VALUE "A".
               88  SO-INACTIVE                 VALUE "I".
      *    Where the generated lines ship - SPACES for the
      *    customer master's own address.
           05  SO-SHIP-TO-CODE     PIC X(4).
