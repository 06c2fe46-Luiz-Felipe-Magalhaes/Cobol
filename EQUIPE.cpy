      *********************************
      * COPYBOOK EQUIPE - REGISTRO DA ESTRUTURA DE EQUIPES DE VENDAS
      * EQUIPES, MANTIDA PELO PROGCOB84 E CONSULTADA PELO PROGCOB85.
      * CHAVE TIPO + MEMBRO + INICIO DA VIGENCIA. TIPO 'V' LIGA O
      * VENDEDOR AO SEU SUPERVISOR; TIPO 'S' LIGA O SUPERVISOR AO
      * GERENTE REGIONAL E TRAZ O PERCENTUAL DE OVERRIDE PAGO AO
      * SUPERVISOR SOBRE AS VENDAS DA EQUIPE (NO TIPO 'V' FICA
      * ZERADO). FIM DA VIGENCIA ZERADO = SEM DATA FINAL; AS
      * VIGENCIAS DE UM MESMO MEMBRO NAO SE SOBREPOEM
      * AUTHOR = FELIPE
      * DATA   = 15/10/2026
      * USO: COPY EQUIPE REPLACING ==:PREFIX:== BY ==XXXXX==.
      *********************************
           05 :PREFIX:-CHAVE.
               10 :PREFIX:-TIPO          PIC X(01).
               10 :PREFIX:-ID-MEMBRO     PIC 9(05).
               10 :PREFIX:-DATA-INICIO   PIC 9(08).
           05 :PREFIX:-DATA-FIM      PIC 9(08).
           05 :PREFIX:-ID-SUPERIOR   PIC 9(05).
           05 :PREFIX:-PERC-OVERRIDE PIC 9(2)V99.
           05 :PREFIX:-DATA-CADASTRO PIC 9(08).
