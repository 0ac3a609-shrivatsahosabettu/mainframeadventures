      *   country's provinces together), so a control break on the      00000180
      *   country code opens each country's section.                    00000190
      *   Styled on REPREGN's REGION-REPORT.                            00000200
      *   REPDIST bursts this listing by recipient, recognising its     00000200
      *   sections by their heading text - keep its section table in    00000200
      *   step with any heading changed here.                           00000200
      ******************************************************************00000210
       IDENTIFICATION DIVISION.                                         00000220
       PROGRAM-ID.   'REPPROV'.                                         00000230
