      * prepis s dopunom razmakom i nulama) - zapisi iz vremena
      * prije numeriranja nose nulu i tretiraju se kao najstariji.
           05 CHH-RUN-NUMBER           PIC 9(6).
           05 FILLER                   PIC X      VALUE SPACE.
      * Ulancani hash (shared/source/CHNHASH) nad hashom prethodnog
      * zapisa i prvih 167 bajtova ovog zapisa - puni ga WRITEHST,
      * provjerava CHNVRFY. Prosirenje sa 167 na 184 bajta: postojeci
      * CHHSTFL je dopunjen razmacima, a zapisi bez hasha prethode
      * pocetku lanca.
           05 CHH-CHAIN-HASH           PIC X(16).
