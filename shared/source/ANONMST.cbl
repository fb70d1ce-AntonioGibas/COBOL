       FD DOG-ANON.
       01 DOG-ANON-DETAIL.
           05 ADG-KEY           PIC X(50).
           05 ADG-REST          PIC X(50).

       FD MEMBER-FILE.
           COPY MEMBER.

       FD MEMBER-ANON RECORDING MODE F.
       01 MEMBER-ANON-RECORD PIC X(103).

       FD ACCOUNT-MASTER RECORDING MODE F.
       01 ACCOUNT-MASTER-RECORD PIC X(276).
               PERFORM SCRAMBLE-FIELD-PARA
                       THRU SCRAMBLE-FIELD-PARA-EXIT
               MOVE WS-SCR-FIELD(1:25) TO DG-OWNER
      * Broj mikrocipa vodi do vlasnika kroz nacionalni registar -
      * ne ide u anonimiziranu kopiju.
               MOVE SPACES TO DG-CHIP

               MOVE DOG-MASTER-DETAIL TO DOG-ANON-DETAIL
               WRITE DOG-ANON-DETAIL
