      *              A PARTIR DO BRUTO ANTES DE REAPLICAR OS
      *              ESTORNOS DO DIARIO, ENTAO RODAR A CARGA DE NOVO
      *              NAO ABATE O MESMO ESTORNO DUAS VEZES
      * 14/10/2026 - FELIPE - INCLUIDO O CODIGO DO CLIENTE (CADASTRO
      *              CLIEMAS), COPIADO DA LINHA DO DIARIO NA ABERTURA
      *              DO TITULO, PARA O EXTRATO POR CLIENTE DO
      *              PROGCOB72
      * 14/10/2026 - FELIPE - INCLUIDOS OS ENCARGOS DE ATRASO
      *              LANCADOS PELA REGUA DE COBRANCA DO PROGCOB74
      *              (MULTA, FIXADA NO PRIMEIRO ATRASO, E JUROS
      *              DIARIOS ATE A DATA DA ULTIMA RODADA), OS ENCARGOS
      *              JA RECEBIDOS E O NIVEL DO ULTIMO AVISO EMITIDO
      *              (0 NENHUM / 1 PRIMEIRO LEMBRETE / 2 SEGUNDO
      *              LEMBRETE / 3 AVISO FINAL) COM A SUA DATA.
      *              VALOR-PAGO CONTINUA SO COM O PRINCIPAL: A BAIXA
      *              ABATE PRIMEIRO O PRINCIPAL E DEPOIS OS ENCARGOS,
      *              E O TITULO SO FICA 'P' COM OS DOIS QUITADOS
      * 15/10/2026 - FELIPE - INCLUIDOS A ORIGEM DO TITULO (BRANCO =
      *              VENDA DO DIARIO, 'M' = MENSALIDADE ABERTA PELO
      *              FATURAMENTO DO PROGCOB91, SEM VENDEDOR) E O ALUNO
      *              DA MENSALIDADE. O DOCUMENTO DA MENSALIDADE E 'M'
      *              + ALUNO + AAMM
      *********************************
           05 :PREFIX:-DOCUMENTO    PIC X(10).
           05 :PREFIX:-ANO          PIC 9(04).
           05 :PREFIX:-VALOR-PAGO   PIC 9(6)V99.
           05 :PREFIX:-DATA-PAGTO   PIC 9(08).
           05 :PREFIX:-SITUACAO     PIC X(01).
           05 :PREFIX:-CLIENTE      PIC X(08).
           05 :PREFIX:-MULTA        PIC 9(6)V99.
           05 :PREFIX:-JUROS        PIC 9(6)V99.
           05 :PREFIX:-ENCARGOS-PAGOS PIC 9(6)V99.
           05 :PREFIX:-NIVEL-AVISO  PIC 9(01).
           05 :PREFIX:-DATA-AVISO   PIC 9(08).
           05 :PREFIX:-ORIGEM       PIC X(01).
           05 :PREFIX:-ID-ALUNO     PIC 9(05).
