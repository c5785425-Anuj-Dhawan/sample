      *  INQRESP.CPY - EXAMINER INQUIRY EXTRACT RECORD LAYOUT
      *  ONE ROW PER ARCHIVED RECORD HISTINQ PULLED FOR A REQUESTED
      *  CUSTOMER, IN RUN-DATE ORDER: INR-SOURCE IS 'LOR' (A LOANOUT
      *  DECISION DETAIL), 'AUD' (ITS AUDIT ROW) OR 'MOD' (A HARDSHIP
      *  MODIFICATION FROM MODHIST.DAT), AND THE DATA AREA
      *  CARRIES THE ARCHIVED RECORD BYTE FOR BYTE (A SHORTER AUDIT
      *  RECORD IS SPACE-PADDED ON THE RIGHT).
      *****************************************************************
