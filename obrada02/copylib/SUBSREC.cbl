      *              generira ocekivane brojeve u ISSUFL, a SERRECV    *
      *              zaprima pristigle brojeve i prijavljuje           *
      *              reklamacije. Periodika time izlazi iz papirnatog  *
      *              registratora citaonice. Racune dobavljaca s       *
      *              pretplatama i pristiglim brojevima sparuje        *
      *              SERINV.                                           *
      ******************************************************************
       01 SUBSCRIPTION-DETAIL.
           05 SUB-ID                PIC 9(4).
