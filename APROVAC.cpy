      *********************************
      * COPYBOOK APROVAC - REGISTRO DA FILA DE APROVACAO DE ESTORNOS
      * ESTAPROV. ESTORNO (DETALHE TIPO '3' DO SALESTRN) ACIMA DO
      * LIMITE DO ESTPARM E RETIDO AQUI PELO PROGCOB25 SEM ABATER O
      * SALES-MES NEM GRAVAR O DIARIO. CHAVE FILIAL + DATA DO HEADER
      * DO LOTE DE ORIGEM + POSICAO DO DETALHE NO LOTE. A DECISAO E
      * DO PROGCOB78 (OPERADOR ADM DIFERENTE DO QUE SUBMETEU O LOTE);
      * O ESTORNO APROVADO E POSTADO NA HORA. ITEM PENDENTE HA MAIS
      * DE N DIAS SAI NO RELATORIO RUNCTL DO PROGCOB42.
      * SITUACAO: 'P' PENDENTE / 'A' APROVADO E POSTADO /
      * 'R' RECUSADO
      * AUTHOR = FELIPE
      * DATA   = 14/10/2026
      * USO: COPY APROVAC REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-FILIAL       PIC X(10).
               10 :PREFIX:-DATA-ARQUIVO PIC 9(08).
               10 :PREFIX:-POSICAO      PIC 9(07).
           05 :PREFIX:-ANO          PIC 9(04).
           05 :PREFIX:-ID-VENDEDOR  PIC 9(05).
           05 :PREFIX:-MES          PIC 9(02).
           05 :PREFIX:-VALOR        PIC 9(6)V99.
           05 :PREFIX:-DATA-VENDA   PIC 9(08).
           05 :PREFIX:-DOCUMENTO    PIC X(10).
           05 :PREFIX:-MOTIVO       PIC X(03).
           05 :PREFIX:-PRODUTO      PIC X(08).
           05 :PREFIX:-CLIENTE      PIC X(08).
           05 :PREFIX:-OPER-LOTE    PIC X(08).
           05 :PREFIX:-DATA-RETENCAO PIC 9(08).
           05 :PREFIX:-SITUACAO     PIC X(01).
           05 :PREFIX:-OPER-DECISAO PIC X(08).
           05 :PREFIX:-DATA-DECISAO PIC 9(08).
