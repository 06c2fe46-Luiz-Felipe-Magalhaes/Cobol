      *********************************
      * COPYBOOK CTBEXTR - REGISTRO DOS EVENTOS JA EXTRAIDOS PARA A
      * CONTABILIDADE (ARQUIVO CTBEXTR), GRAVADO PELO PROGCOB79 A
      * CADA EVENTO LEVADO AO ARQUIVO DE INTERFACE CTBLANC, PARA
      * NENHUM EVENTO SAIR EM DUAS EXTRACOES. CHAVE TIPO DO EVENTO +
      * CHAVE DO REGISTRO DE ORIGEM:
      *   'VD'/'ES' VENDA/ESTORNO - CHAVE DO JORNALIX (SJAAAAMM)
      *   'RC'/'EN' RECEBIMENTO/ENCARGOS - CHAVE DO PAGTOREC
      *   'CM' COMISSAO PAGA - CHAVE DO COMMCTL + REMESSA
      * O REGISTRO DE TIPO '00' COM ORIGEM EM BRANCO GUARDA O NUMERO
      * DA ULTIMA EXTRACAO. A FUSAO DE IDS DO PROGCOB94, QUE
      * RENUMERA A LINHA DO DIARIO E TROCA O VENDEDOR DO COMMCTL,
      * LEVA A ORIGEM DO EVENTO JA EXTRAIDO PARA A NOVA CHAVE
      * AUTHOR = FELIPE
      * DATA   = 14/10/2026
      * USO: COPY CTBEXTR REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-TIPO-EVENTO  PIC X(02).
               10 :PREFIX:-ORIGEM       PIC X(20).
           05 :PREFIX:-NUM-EXTRACAO PIC 9(06).
           05 :PREFIX:-DATA-EXTRACAO PIC 9(08).
           05 :PREFIX:-VALOR        PIC 9(8)V99.
           05 :PREFIX:-LANCAMENTO   PIC 9(07).
