      *   TOTREGN kept by the batch the same way COVID19.DATA.TOTCPREV  00000160
      *   is kept for countries.                                        00000170
      *   Styled on REPCNTRY's TOP10-REPORT.                            00000180
      *   REPDIST bursts this listing by recipient, recognising its     00000180
      *   sections by their heading text - keep its section table in    00000180
      *   step with any heading changed here.                           00000180
      ******************************************************************00000190
       IDENTIFICATION DIVISION.                                         00000200
       PROGRAM-ID.   'REPREGN'.                                         00000210
