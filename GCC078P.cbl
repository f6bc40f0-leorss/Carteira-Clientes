           02 HATR-DISTANCIA-M         PIC  9(010).
           02 FILLER                   PIC  X(001).
           02 HATR-ORIGEM              PIC  X(008).
           02 FILLER                   PIC  X(001).
           02 HATR-LINHA               PIC  9(002).

      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
