      *********************************
      * COPYBOOK COMMAJUS - REGISTRO DE AJUSTE DE COMISSAO, CHAVE
      * ANO + VENDEDOR + SEQUENCIA, COMPARTILHADO ENTRE PROGCOB75
      * (RECALCULO DAS COMISSOES PAGAS) E PROGCOB50 (REMESSA). VALOR
      * POSITIVO E A PAGAR AO VENDEDOR, NEGATIVO E A DESCONTAR.
      * ORIGEM: 'R' DIFERENCA DO RECALCULO (BASE = VALOR DO COMMCTL
      * MAIS OS AJUSTES 'R' ANTERIORES DO MESMO ANO) / 'T' SALDO
      * TRANSPORTADO, O QUE SOBROU DE UM DESCONTO MAIOR QUE A
      * COMISSAO DA REMESSA. SITUACAO: 'P' PENDENTE / 'I' INCLUIDO
      * NA REMESSA ANO-INCLUSAO + REMESSA (VOLTA A PENDENTE SE O
      * BANCO REJEITAR ESSA REMESSA)
      * AUTHOR = FELIPE
      * DATA   = 14/10/2026
      * USO: COPY COMMAJUS REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-ANO          PIC 9(04).
               10 :PREFIX:-ID-VENDEDOR  PIC 9(05).
               10 :PREFIX:-SEQUENCIA    PIC 9(03).
           05 :PREFIX:-ORIGEM       PIC X(01).
           05 :PREFIX:-DATA-APURACAO PIC 9(08).
           05 :PREFIX:-VALOR-BASE   PIC 9(8)V99.
           05 :PREFIX:-VALOR-RECALCULADO PIC 9(8)V99.
           05 :PREFIX:-VALOR        PIC S9(8)V99.
           05 :PREFIX:-SITUACAO     PIC X(01).
           05 :PREFIX:-ANO-INCLUSAO PIC 9(04).
           05 :PREFIX:-REMESSA      PIC 9(04).
           05 :PREFIX:-DATA-INCLUSAO PIC 9(08).
