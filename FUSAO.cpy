      *********************************
      * COPYBOOK FUSAO - REGISTRO DO CADASTRO DE FUSOES DE ID PESSFUS,
      * CHAVE PELO ID RETIRADO, GRAVADO PELO PROGCOB94 QUANDO A MESMA
      * PESSOA FICOU CADASTRADA COM DOIS ID-PESSOA. E O APONTADOR DO
      * ID RETIRADO (INATIVO NO PERSON-MASTER) PARA O SOBREVIVENTE E
      * O PONTO DE CONTROLE PARA RETOMAR A FUSAO INTERROMPIDA.
      * SITUACAO: 'I' EM ANDAMENTO / 'C' CONCLUIDA
      * ETAPA (ULTIMA CONCLUIDA): 00 NENHUMA / 01 GRADHIST COPIADO
      * PARA O GRADHWRK / 02 GRADHIST / 03 GRADEMAS / 04 ENRLMAS E
      * BOLSAS / 05 ARRECMAS / 06 DIARIOS SJAAAAMM / 07 SALESMAS /
      * 08 COMMCTL / 09 PERSNMAS
      * PENDENTE 'S': UM REGISTRO ESTAVA SENDO LEVADO PARA O
      * SOBREVIVENTE. PEND-FINAL E O REGISTRO DO SOBREVIVENTE JA
      * PRONTO E PEND-RETIRADO O REGISTRO DO ID RETIRADO A EXCLUIR,
      * DO ARQUIVO PEND-ARQUIVO ('G' GRADEMAS / 'M' ENRLMAS / 'J'
      * DIARIO PEND-JORNAL / 'V' SALESMAS / 'C' COMMCTL / 'B'
      * BOLSAS / 'R' MENSALIDADE DO ARRECMAS). PEND-ACAO: 'T'
      * TRANSFERIDO / 'S' SOMADO / 'D' MANTIDO O DO SOBREVIVENTE /
      * 'R' SUBSTITUIU O DO SOBREVIVENTE. PEND-HISTORICO 'S' GRAVA
      * A NOTA DESCARTADA NO GRADHIST
      * AUTHOR = FELIPE
      * DATA   = 15/10/2026
      * USO: COPY FUSAO REPLACING ==:PREFIX:== BY ==XXXXX==.
      * ALTERACOES:
      * 15/10/2026 - FELIPE - BOLSA DO RETIRADO (BOLSAS) LEVADA NA
      *              ETAPA 04, PEND-ARQUIVO 'B'
      * 15/10/2026 - FELIPE - MENSALIDADE DO RETIRADO (ARRECMAS) LEVADA
      *              AO DOCUMENTO DO SOBREVIVENTE NA ETAPA 05,
      *              PEND-ARQUIVO 'R'
      *********************************
           05 :PREFIX:-ID-RETIRADO     PIC 9(05).
           05 :PREFIX:-ID-SOBREVIVENTE PIC 9(05).
           05 :PREFIX:-SITUACAO        PIC X(01).
           05 :PREFIX:-ETAPA           PIC 9(02).
           05 :PREFIX:-DATA-INICIO     PIC 9(08).
           05 :PREFIX:-HORA-INICIO     PIC 9(08).
           05 :PREFIX:-DATA-FIM        PIC 9(08).
           05 :PREFIX:-OPERADOR        PIC X(08).
           05 :PREFIX:-QTD-TRANSFERIDOS PIC 9(07).
           05 :PREFIX:-QTD-SOMADOS     PIC 9(07).
           05 :PREFIX:-QTD-MANTIDOS    PIC 9(07).
           05 :PREFIX:-QTD-ALTERADOS   PIC 9(07).
           05 :PREFIX:-PENDENTE        PIC X(01).
           05 :PREFIX:-PEND-ARQUIVO    PIC X(01).
           05 :PREFIX:-PEND-ACAO       PIC X(01).
           05 :PREFIX:-PEND-HISTORICO  PIC X(01).
           05 :PREFIX:-PEND-JORNAL     PIC X(08).
           05 :PREFIX:-PEND-FINAL      PIC X(160).
           05 :PREFIX:-PEND-RETIRADO   PIC X(160).
