      *                   2300 PASSA A TESTAR O RETORNO E REGRAVAR A   *
      *                   PENDENCIA RECUSADA COMO ESTAVA, SEM          *
      *                   CONSUMIR TENTATIVA.                          *
      *  2026-10-15  MRS  PENDENCIA RECUSADA COM ES600-CO-RETORNO "06" *
      *                   (DIGITO VERIFICADOR DO DOCUMENTO NAO CONFERE)*
      *                   NUNCA VAI SE RESOLVER: E DESCARTADA COM      *
      *                   DISPLAY E CONTADA A PARTE, EM VEZ DE SER     *
      *                   REGRAVADA TODA NOITE.                        *
      *  2026-10-15  MRS  CONTROLE DA CADEIA BATCH: NO INICIO O JOB    *
      *                   CONFERE NA CTLEX01 OS PRE-REQUISITOS         *
      *                   CADASTRADOS PARA ELE E REGISTRA O INICIO NO  *
      *                   CONTROLE DE EXECUCAO (1900-CONFERIR-CADEIA); *
      *                   PRE-REQUISITO NAO CONCLUIDO NA DATA DE       *
      *                   REFERENCIA (DATA DO MOVIMENTO) RECUSA A      *
      *                   EXECUCAO COM RETURN-CODE 12. NO FIM REGISTRA *
      *                   A SITUACAO FINAL (9800-ENCERRAR-CADEIA),     *
      *                   SEMPRE CONCLUIDO.                            *
      *  2026-10-15  MRS  PENDENCIA, PENDENCIA NOVA E DEAD-LETTER      *
      *                   GANHARAM O CNPJ SOLICITANTE (REGISTROS DE 52 *
      *                   PARA 66 BYTES), REENVIADO A PESPO600 PARA A  *
      *                   CONFERENCIA DA BASE LEGAL LGPD SER FEITA     *
      *                   PELA MESMA CHAVE DA CONSULTA ORIGINAL (ZEROS *
      *                   = CONSULTA DA INSTITUICAO). PENDENCIA        *
      *                   RECUSADA POR FALTA DE BASE LEGAL VIGENTE     *
      *                   ("07") E DESCARTADA, COMO A DE DOCUMENTO     *
      *                   INVALIDO, E CONTADA A PARTE NO RESUMO.       *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05 PND-HR-GERACAO          PIC X(006).
           05 PND-QT-TENTATIVAS       PIC 9(003).
           05 PND-DT-PRIM-FALHA       PIC X(008).
           05 PND-CNPJ-SOLICITANTE    PIC 9(014).

       FD  ARQ-PENDENCIAS-NOVAS
           RECORDING MODE IS F.
           05 PN2-HR-GERACAO          PIC X(006).
           05 PN2-QT-TENTATIVAS       PIC 9(003).
           05 PN2-DT-PRIM-FALHA       PIC X(008).
           05 PN2-CNPJ-SOLICITANTE    PIC 9(014).

      *----------------------------------------------------------------*
      *    DEAD-LETTER: PENDENCIAS QUE ESGOTARAM AS RETENTATIVAS, NO   *
           05 DLT-HR-GERACAO          PIC X(006).
           05 DLT-QT-TENTATIVAS       PIC 9(003).
           05 DLT-DT-PRIM-FALHA       PIC X(008).
           05 DLT-CNPJ-SOLICITANTE    PIC 9(014).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       77  WK-QT-AINDA-PARCIAIS       PIC 9(005) VALUE ZERO.
       77  WK-QT-ESGOTADAS            PIC 9(005) VALUE ZERO.
       77  WK-QT-RECUSADAS            PIC 9(005) VALUE ZERO.
       77  WK-QT-DOC-INVALIDO         PIC 9(005) VALUE ZERO.
       77  WK-QT-SEM-BASE-LEGAL       PIC 9(005) VALUE ZERO.
       77  WK-QT-MAX-TENT             PIC 9(003) VALUE 5.
       77  WK-CPF-CNPJ-BASE           PIC 9(008) VALUE ZERO.
       77  WK-CPF-CNPJ-REST           PIC 9(006) VALUE ZERO.
       77  WK-DATA-HOJE-NUM           PIC 9(008) VALUE ZERO.
       77  WK-DATA-FALHA-NUM          PIC 9(008) VALUE ZERO.
       77  WK-QT-DIAS-IDADE           PIC S9(005) COMP VALUE ZERO.
       77  WK-SW-CADEIA               PIC X(001) VALUE SPACE.
           88 CADEIA-NAO-CONFERIDA               VALUE SPACE.
           88 CADEIA-LIBERADA                    VALUE "S".
           88 CADEIA-BLOQUEADA                   VALUE "N".
       01  WK-BUROS-FALHA.
           05 WK-BF-SERASA            PIC X(007) VALUE SPACES.
           05 WK-BF-CADIN             PIC X(007) VALUE SPACES.

       COPY "PESPO600-1.9.cpy".

       01  WK-CTLEX01-PARM.
           05 WK-CX-FUNCAO            PIC X(001).
           05 WK-CX-NO-PROGRAMA       PIC X(008).
           05 WK-CX-DT-REFERENCIA     PIC X(008).
           05 WK-CX-CO-SITUACAO       PIC X(001).
           05 WK-CX-CO-RETORNO        PIC X(002).
           05 WK-CX-NO-PRE-REQUISITO  PIC X(008).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1900-CONFERIR-CADEIA
               THRU 1900-CONFERIR-CADEIA-EXIT.
           IF CADEIA-BLOQUEADA
               GOBACK
           END-IF.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 2000-PROCESSAR-PENDENCIAS
               UNTIL FIM-ARQUIVO.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           PERFORM 9800-ENCERRAR-CADEIA
               THRU 9800-ENCERRAR-CADEIA-EXIT.
           GOBACK.

       1000-INICIALIZAR.
       1200-EMITIR-CABECALHO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONTROLE DA CADEIA BATCH: CONFERE OS PRE-REQUISITOS DO JOB  *
      *    NA DATA DO MOVIMENTO E REGISTRA O INICIO DA EXECUCAO. JOB   *
      *    BLOQUEADO TERMINA COM RETURN-CODE 12 SEM PROCESSAR NADA.    *
      *----------------------------------------------------------------*
       1900-CONFERIR-CADEIA.
           SET CADEIA-LIBERADA TO TRUE.
           MOVE "I"        TO WK-CX-FUNCAO.
           MOVE "PESPO610" TO WK-CX-NO-PROGRAMA.
           ACCEPT WK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WK-DATA-HOJE TO WK-CX-DT-REFERENCIA.
           MOVE SPACES     TO WK-CX-CO-SITUACAO.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO = "00"
               GO TO 1900-CONFERIR-CADEIA-EXIT
           END-IF.
           SET CADEIA-BLOQUEADA TO TRUE.
           MOVE 12 TO RETURN-CODE.
           IF WK-CX-CO-RETORNO = "10"
               DISPLAY "PESPO610 - EXECUCAO RECUSADA, PRE-REQUISITO "
                       WK-CX-NO-PRE-REQUISITO " NAO CONCLUIDO EM "
                       WK-CX-DT-REFERENCIA ", RC=12"
           ELSE
               DISPLAY "PESPO610 - EXECUCAO RECUSADA, CONTROLE DA "
                       "CADEIA INDISPONIVEL, RC=12"
           END-IF.
       1900-CONFERIR-CADEIA-EXIT.
           EXIT.

       2000-PROCESSAR-PENDENCIAS.
           PERFORM 2200-MONTAR-REENVIO
               THRU 2200-MONTAR-REENVIO-EXIT.
       2200-MONTAR-REENVIO.
           MOVE SPACES TO ES600-ENTRADA-SAIDA.
           MOVE PND-SISTEMA            TO ES600-SISTEMA.
      *    CNPJ SOLICITANTE ZERO E CONSULTA DA PROPRIA INSTITUICAO,
      *    INCLUSIVE NAS PENDENCIAS CONVERTIDAS DO LAYOUT ANTERIOR.
           MOVE PND-CNPJ-SOLICITANTE   TO ES600-CNPJ-SOLICITANTE.
           MOVE PND-TIPO-PESSOA        TO ES600-TIPO-PESSOA.
           DIVIDE PND-CPF-CNPJ BY 1000000
               GIVING WK-CPF-CNPJ-BASE
      *    SITUACAO CADASTRAL ETC.) NAO CONSULTOU BURO NENHUM:
      *    ES600-PESQ-PARCIAL VOLTA "N" SEM NADA TER SIDO RESOLVIDO.
      *    A PENDENCIA E REGRAVADA COMO ESTAVA, SEM CONSUMIR
      *    TENTATIVA, PARA A PROXIMA RODADA TENTAR DE NOVO. A UNICA
      *    EXCECAO E O DOCUMENTO COM DIGITO VERIFICADOR INVALIDO
      *    ("06"), QUE SERIA RECUSADO EM TODAS AS RODADAS E POR ISSO
      *    E DESCARTADO.
           IF ES600-CO-RETORNO = "06"
               ADD 1 TO WK-QT-DOC-INVALIDO
               DISPLAY "PESPO610 - PENDENCIA DESCARTADA, DOCUMENTO "
                       PND-CPF-CNPJ " COM DIGITO VERIFICADOR INVALIDO"
               GO TO 2300-TRATAR-RESULTADO-EXIT
           END-IF.
      *    SEM BASE LEGAL VIGENTE ("07") O TRATAMENTO DO DADO TEM DE
      *    PARAR: A PENDENCIA E DESCARTADA EM VEZ DE FICAR TENTANDO.
      *    CONCEDIDA NOVA BASE, O SOLICITANTE CONSULTA DE NOVO.
           IF ES600-CO-RETORNO = "07"
               ADD 1 TO WK-QT-SEM-BASE-LEGAL
               DISPLAY "PESPO610 - PENDENCIA DESCARTADA, DOCUMENTO "
                       PND-CPF-CNPJ " SEM BASE LEGAL VIGENTE"
               GO TO 2300-TRATAR-RESULTADO-EXIT
           END-IF.
           IF ES600-CO-RETORNO NOT = "00"
               ADD 1 TO WK-QT-RECUSADAS
               PERFORM 2800-REGRAVAR-ORIGINAL
           MOVE PND-HR-GERACAO        TO DLT-HR-GERACAO.
           MOVE WK-QT-TENT-ATUAL      TO DLT-QT-TENTATIVAS.
           MOVE WK-DT-PRIM-FALHA      TO DLT-DT-PRIM-FALHA.
           MOVE ES600-CNPJ-SOLICITANTE TO DLT-CNPJ-SOLICITANTE.
           WRITE REG-DEADLET.
       2500-GRAVAR-DEAD-LETTER-EXIT.
           EXIT.
           MOVE PND-HR-GERACAO        TO PN2-HR-GERACAO.
           MOVE WK-QT-TENT-ATUAL      TO PN2-QT-TENTATIVAS.
           MOVE WK-DT-PRIM-FALHA      TO PN2-DT-PRIM-FALHA.
           MOVE ES600-CNPJ-SOLICITANTE TO PN2-CNPJ-SOLICITANTE.
           WRITE REG-PENDENCIA-NOVA.
       2700-REGRAVAR-PENDENCIA-EXIT.
           EXIT.
           MOVE PND-HR-GERACAO        TO PN2-HR-GERACAO.
           MOVE PND-QT-TENTATIVAS     TO PN2-QT-TENTATIVAS.
           MOVE PND-DT-PRIM-FALHA     TO PN2-DT-PRIM-FALHA.
           MOVE ES600-CNPJ-SOLICITANTE TO PN2-CNPJ-SOLICITANTE.
           WRITE REG-PENDENCIA-NOVA.
           DISPLAY "PESPO610 - PENDENCIA RECUSADA POR PESPO600, "
                   "DOCUMENTO " PND-CPF-CNPJ
                   WK-QT-ESGOTADAS.
           DISPLAY "PESPO610 - RECUSADAS (REGRAVADAS): "
                   WK-QT-RECUSADAS.
           DISPLAY "PESPO610 - DESCARTADAS (DOC INVAL): "
                   WK-QT-DOC-INVALIDO.
           DISPLAY "PESPO610 - DESCARTADAS (SEM BASE).: "
                   WK-QT-SEM-BASE-LEGAL.
       9000-FINALIZAR-EXIT.
           EXIT.

           WRITE REG-RELATORIO.
       9100-EMITIR-RODAPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA CADEIA.           *
      *    O JOB NAO TEM CONDICAO DE ERRO PROPRIA (SEM MOVIMENTO E SO  *
      *    NADA A FAZER), ENTAO TERMINA SEMPRE CONCLUIDO.              *
      *----------------------------------------------------------------*
       9800-ENCERRAR-CADEIA.
           IF NOT CADEIA-LIBERADA
               GO TO 9800-ENCERRAR-CADEIA-EXIT
           END-IF.
           MOVE "F" TO WK-CX-FUNCAO.
           MOVE "C" TO WK-CX-CO-SITUACAO.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO NOT = "00"
               DISPLAY "PESPO610 - FIM NAO REGISTRADO NO CONTROLE DA "
                       "CADEIA, RETORNO=" WK-CX-CO-RETORNO
           END-IF.
       9800-ENCERRAR-CADEIA-EXIT.
           EXIT.
