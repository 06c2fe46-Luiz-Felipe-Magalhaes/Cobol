      * AUTHOR = FELIPE
      * DATA   = 02/09/2026
      * USO: COPY COMMCTL REPLACING ==:PREFIX:== BY ==XXXXX==.
      * ALTERACOES:
      * 14/10/2026 - FELIPE - INCLUIDO O VALOR DOS AJUSTES DE
      *              COMISSAO (COMMAJUS) LEVADOS NA REMESSA. VALOR
      *              CONTINUA SENDO SO A COMISSAO DO ANO, BASE DO
      *              RECALCULO DO PROGCOB75; O ENVIADO AO BANCO E
      *              VALOR + VALOR-AJUSTE. COMISSAO TODA ABSORVIDA
      *              POR DESCONTO FICA 'P' SEM IR AO BANCO
      * 15/10/2026 - FELIPE - INCLUIDO O OVERRIDE DO SUPERVISOR SOBRE
      *              AS VENDAS DA EQUIPE (EQUIPES/PROGCOB85), SEPARADO
      *              DA COMISSAO PROPRIA EM VALOR. O ENVIADO AO BANCO
      *              PASSA A SER VALOR + VALOR-OVERRIDE + VALOR-AJUSTE
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-ANO          PIC 9(04).
           05 :PREFIX:-DATA-ENVIO   PIC 9(08).
           05 :PREFIX:-DATA-RETORNO PIC 9(08).
           05 :PREFIX:-COD-RETORNO  PIC X(02).
           05 :PREFIX:-VALOR-AJUSTE PIC S9(8)V99.
           05 :PREFIX:-VALOR-OVERRIDE PIC 9(8)V99.
