           WHEN "V"
              ADD 1           TO WS-FED-INV-CNT  (WS-FED-SUB)
              ADD GLPX-BEDRAG TO WS-FED-INV-BEDR (WS-FED-SUB)
RVH114*    DE BEDRIJFSVOORHEFFING ("W") IS GEEN BETALING; ZE WORDT
RVH114*    MAANDELIJKS DOOR GIRBVHX4 AANGEGEVEN.
RVH114     WHEN "W"
RVH114        CONTINUE
RVH118*    EEN AFSCHRIJVING ("O", GIRAFSX4) IS GEEN BETALING.
RVH118     WHEN "O"
RVH118        CONTINUE
RVH119*    EEN OVERGEDRAGEN MICROBETALING ("M") IS EEN ACCRUAL; DE
RVH119*    BETALING ZELF STAAT AL OP DE "B"-LIJN VAN DE TOEKENNING.
RVH119     WHEN "M"
RVH119        CONTINUE
           WHEN OTHER
              ADD 1           TO WS-FED-BET-CNT  (WS-FED-SUB)
              ADD GLPX-BEDRAG TO WS-FED-BET-BEDR (WS-FED-SUB)
