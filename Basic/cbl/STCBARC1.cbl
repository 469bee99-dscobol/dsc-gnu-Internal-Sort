           12  FILLER                     PIC X(04).

      *    Generic record wide enough for the widest log in the
      *       control list -- CUSTAUD at 350 (header, two
      *       154-byte images, approver id). LINE SEQUENTIAL pads
      *       on read and strips trailing blanks on write, the same
      *       convention the originals were written with.
       FD  ArcInFile
