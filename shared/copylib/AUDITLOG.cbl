      * RUNALLOC - povezuje zapise istog izvrsavanja preko svih
      * zajednickih logova.
           05 ALOG-RUN-NUMBER          PIC 9(6).
           05 FILLER                   PIC X      VALUE SPACE.
      * Ulancani hash (shared/source/CHNHASH) nad hashom prethodnog
      * zapisa i prvih 88 bajtova ovog zapisa - puni ga WRITELOG, a
      * provjerava CHNVRFY. Uz prosirenje zapisa s 88 na 105 bajtova
      * postojeci AUDITFL/AUDARC su jednokratno konvertirani dopunom
      * razmacima - zapisi bez hasha prethode pocetku lanca.
           05 ALOG-CHAIN-HASH          PIC X(16).
