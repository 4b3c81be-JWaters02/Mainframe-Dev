       FD OPER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
           COPY OPERSECR.
      *
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD OPTCODE-IN
       FD PARTNER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 171 CHARACTERS.
           COPY PARTNERR.
      *
       FD BRANCH-IN
