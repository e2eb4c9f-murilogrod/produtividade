      *  2026-09-02  MRS  DH-DADOS DO MESTRE ARQ-DOSHIST PASSOU DE     *
      *                   X(060) PARA X(150); O LAYOUT AQUI ACOMPANHA  *
      *                   O GRAVADO POR PESPO600.                      *
      *  2026-10-15  MRS  CADA DOCUMENTO DA CARTEIRA TEM OS DIGITOS    *
      *                   VERIFICADORES CONFERIDOS (ROTINA COMUM       *
      *                   DIGVER01) LOGO APOS A LEITURA, ANTES DE      *
      *                   CONSULTAR O MESTRE ARQ-DOSHIST OU CHAMAR     *
      *                   PESPO600. DOCUMENTO INVALIDO OU COM TIPO DE  *
      *                   PESSOA DESCONHECIDO VAI PARA ARQ-REJEITADOS  *
      *                   (ARQREJEI) E PARA O RELATORIO DE REJEITADOS  *
      *                   (RELREJEI), COM O TOTAL NO FIM, PARA A AREA  *
      *                   DE CREDITO SANEAR A CARTEIRA. ARQ-REJEITADOS *
      *                   QUE NAO ABRE ENCERRA O JOB SEM PROCESSAR A   *
      *                   CARTEIRA, COMO OS DEMAIS ARQUIVOS DA         *
      *                   INICIALIZACAO.                               *
      *  2026-10-15  MRS  CONTROLE DA CADEIA BATCH: NO INICIO O JOB    *
      *                   CONFERE NA CTLEX01 OS PRE-REQUISITOS         *
      *                   CADASTRADOS PARA ELE E REGISTRA O INICIO NO  *
      *                   CONTROLE DE EXECUCAO (1900-CONFERIR-CADEIA); *
      *                   PRE-REQUISITO NAO CONCLUIDO NA DATA DE       *
      *                   REFERENCIA (DATA DO MOVIMENTO) RECUSA A      *
      *                   EXECUCAO COM RETURN-CODE 12. NO FIM REGISTRA *
      *                   A SITUACAO FINAL (9800-ENCERRAR-CADEIA),     *
      *                   CONCLUIDO SE A INICIALIZACAO CHEGOU A        *
      *                   PROCESSAMENTO-OK E FALHOU SE NAO.            *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-CARTEIRA.

           SELECT ARQ-REJEITADOS ASSIGN TO ARQREJEI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-REJEITADOS.

           SELECT ARQ-RELATORIO ASSIGN TO RELREJEI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-RELATORIO.

           SELECT ARQ-DOSHIST ASSIGN TO DOSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 CAR-CPF-CNPJ            PIC 9(014).
           05 CAR-TIPO-PESSOA         PIC 9(001).

      *----------------------------------------------------------------*
      *    DOCUMENTOS DA CARTEIRA REJEITADOS NA CONFERENCIA DO DIGITO  *
      *    VERIFICADOR, COM O MOTIVO E A DATA DO REFRESH.              *
      *----------------------------------------------------------------*
       FD  ARQ-REJEITADOS
           RECORDING MODE IS F.
       01  REG-REJEITADO.
           05 REJ-CPF-CNPJ            PIC 9(014).
           05 REJ-TIPO-PESSOA         PIC 9(001).
           05 REJ-DT-REFRESH          PIC X(008).
           05 REJ-DS-MOTIVO           PIC X(040).

       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO              PIC X(080).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT GRAVADO POR PESPO600. AQUI SO INTERESSAM OS    *
      *    REGISTROS "C" (CABECALHO), CUJA DH-DT-ACESSO DIZ QUANDO O   *
       77  WK-FS-PARAMET              PIC X(002) VALUE "00".
       77  WK-FS-CARTEIRA             PIC X(002) VALUE "00".
       77  WK-FS-DOSHIST              PIC X(002) VALUE "00".
       77  WK-FS-REJEITADOS           PIC X(002) VALUE "00".
       77  WK-FS-RELATORIO            PIC X(002) VALUE "00".
       77  WK-SW-FIM-CARTEIRA         PIC X(001) VALUE "N".
           88 FIM-CARTEIRA                       VALUE "S".
           88 NAO-FIM-CARTEIRA                   VALUE "N".
       77  WK-QT-ATUALIZADOS          PIC 9(007) VALUE ZERO.
       77  WK-QT-RECENTES             PIC 9(007) VALUE ZERO.
       77  WK-QT-RECUSADOS            PIC 9(007) VALUE ZERO.
       77  WK-QT-REJEITADOS           PIC 9(007) VALUE ZERO.
       77  WK-QT-REJEITADOS-ED        PIC Z.ZZZ.ZZ9.
       77  WK-QT-JANELAS              PIC 9(003) COMP VALUE ZERO.
       77  WK-CPF-CNPJ-BASE           PIC 9(008) VALUE ZERO.
       77  WK-CPF-CNPJ-REST           PIC 9(006) VALUE ZERO.
      *    UMA PROXIMA SEQUENCIA INCONSISTENTE.                        *
      *----------------------------------------------------------------*
       77  WK-QT-JANELAS-MAX          PIC 9(003) COMP VALUE 20.
       77  WK-SW-CADEIA               PIC X(001) VALUE SPACE.
           88 CADEIA-NAO-CONFERIDA               VALUE SPACE.
           88 CADEIA-LIBERADA                    VALUE "S".
           88 CADEIA-BLOQUEADA                   VALUE "N".

       01  WK-DIGVER01-PARM.
           05 WK-DV-NU-DOCUMENTO      PIC 9(014).
           05 WK-DV-TIPO-PESSOA       PIC 9(001).
           05 WK-DV-CO-RESULTADO      PIC X(001).
              88 DIGITO-CONFERE                  VALUE "S".
              88 DIGITO-NAO-CONFERE              VALUE "N".

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
           IF PROCESSAMENTO-OK
           END-IF.
           PERFORM 9000-FINALIZAR
               THRU 9000-FINALIZAR-EXIT.
           PERFORM 9800-ENCERRAR-CADEIA
               THRU 9800-ENCERRAR-CADEIA-EXIT.
           GOBACK.

       1000-INICIALIZAR.
               SET FIM-CARTEIRA TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT ARQ-REJEITADOS.
           IF WK-FS-REJEITADOS NOT = "00"
               DISPLAY "PESPO601 - ERRO AO ABRIR ARQ-REJEITADOS, FS="
                       WK-FS-REJEITADOS
               SET FIM-CARTEIRA TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM 1200-EMITIR-CABECALHO
               THRU 1200-EMITIR-CABECALHO-EXIT.
           OPEN INPUT ARQ-DOSHIST.
           IF WK-FS-DOSHIST NOT = "00"
               DISPLAY "PESPO601 - HISTORICO INDISPONIVEL, FS="
       1000-INICIALIZAR-EXIT.
           EXIT.

       1200-EMITIR-CABECALHO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "PESPO601 - DOCUMENTOS DA CARTEIRA REJEITADOS - "
                      DELIMITED BY SIZE
                  WK-DATA-HOJE DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
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
           MOVE "PESPO601" TO WK-CX-NO-PROGRAMA.
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
               DISPLAY "PESPO601 - EXECUCAO RECUSADA, PRE-REQUISITO "
                       WK-CX-NO-PRE-REQUISITO " NAO CONCLUIDO EM "
                       WK-CX-DT-REFERENCIA ", RC=12"
           ELSE
               DISPLAY "PESPO601 - EXECUCAO RECUSADA, CONTROLE DA "
                       "CADEIA INDISPONIVEL, RC=12"
           END-IF.
       1900-CONFERIR-CADEIA-EXIT.
           EXIT.

       2000-PROCESSAR-CARTEIRA.
           PERFORM 2150-CONFERIR-DOCUMENTO
               THRU 2150-CONFERIR-DOCUMENTO-EXIT.
           IF DIGITO-NAO-CONFERE
               PERFORM 2160-REJEITAR-DOCUMENTO
                   THRU 2160-REJEITAR-DOCUMENTO-EXIT
               GO TO 2000-PROCESSAR-CARTEIRA-LER
           END-IF.
           PERFORM 2200-APURAR-ULTIMO-DOSSIE
               THRU 2200-APURAR-ULTIMO-DOSSIE-EXIT.
           PERFORM 2300-DECIDIR-REFRESH
           ELSE
               ADD 1 TO WK-QT-RECENTES
           END-IF.
       2000-PROCESSAR-CARTEIRA-LER.
           PERFORM 2100-LER-CARTEIRA
               THRU 2100-LER-CARTEIRA-EXIT.
       2000-PROCESSAR-CARTEIRA-EXIT.
       2100-LER-CARTEIRA-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    CONFERE OS DIGITOS VERIFICADORES DO DOCUMENTO DA VEZ (CPF   *
      *    OU CNPJ, CONFORME CAR-TIPO-PESSOA) PELA ROTINA COMUM        *
      *    DIGVER01, A MESMA USADA POR PESPO600.                       *
      *----------------------------------------------------------------*
       2150-CONFERIR-DOCUMENTO.
           MOVE CAR-CPF-CNPJ    TO WK-DV-NU-DOCUMENTO.
           MOVE CAR-TIPO-PESSOA TO WK-DV-TIPO-PESSOA.
           CALL "DIGVER01" USING WK-DIGVER01-PARM.
       2150-CONFERIR-DOCUMENTO-EXIT.
           EXIT.

       2160-REJEITAR-DOCUMENTO.
           ADD 1 TO WK-QT-REJEITADOS.
           MOVE CAR-CPF-CNPJ    TO REJ-CPF-CNPJ.
           MOVE CAR-TIPO-PESSOA TO REJ-TIPO-PESSOA.
           MOVE WK-DATA-HOJE    TO REJ-DT-REFRESH.
           IF CAR-TIPO-PESSOA = 1 OR CAR-TIPO-PESSOA = 2
               MOVE "CPF/CNPJ COM DIGITO VERIFICADOR INVALIDO"
                 TO REJ-DS-MOTIVO
           ELSE
               MOVE "TIPO DE PESSOA INVALIDO" TO REJ-DS-MOTIVO
           END-IF.
           WRITE REG-REJEITADO.
           MOVE SPACES TO REG-RELATORIO.
           STRING "DOC "          DELIMITED BY SIZE
                  CAR-CPF-CNPJ    DELIMITED BY SIZE
                  " TIPO "        DELIMITED BY SIZE
                  CAR-TIPO-PESSOA DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  REJ-DS-MOTIVO   DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       2160-REJEITAR-DOCUMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    POSICIONA O MESTRE NO DOCUMENTO DA VEZ E PERCORRE OS        *
      *    REGISTROS "C" GUARDANDO A DATA DO MAIS RECENTE (A CHAVE E   *
           EXIT.

       9000-FINALIZAR.
           PERFORM 9100-EMITIR-RODAPE
               THRU 9100-EMITIR-RODAPE-EXIT.
           CLOSE ARQ-PARAMET.
           CLOSE ARQ-CARTEIRA.
           CLOSE ARQ-REJEITADOS.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-DOSHIST.
           DISPLAY "PESPO601 - DOCUMENTOS LIDOS....: " WK-QT-LIDOS.
           DISPLAY "PESPO601 - DOSSIES REFEITOS....: "
                   WK-QT-ATUALIZADOS.
           DISPLAY "PESPO601 - DOSSIES RECENTES....: " WK-QT-RECENTES.
           DISPLAY "PESPO601 - DOSSIES RECUSADOS...: " WK-QT-RECUSADOS.
           DISPLAY "PESPO601 - DOCUMENTOS REJEITADOS: "
                   WK-QT-REJEITADOS.
       9000-FINALIZAR-EXIT.
           EXIT.

       9100-EMITIR-RODAPE.
           IF NOT PROCESSAMENTO-OK
               GO TO 9100-EMITIR-RODAPE-EXIT
           END-IF.
           MOVE WK-QT-REJEITADOS TO WK-QT-REJEITADOS-ED.
           MOVE SPACES TO REG-RELATORIO.
           STRING "TOTAL DE DOCUMENTOS REJEITADOS: " DELIMITED BY SIZE
                  WK-QT-REJEITADOS-ED                DELIMITED BY SIZE
               INTO REG-RELATORIO.
           WRITE REG-RELATORIO.
       9100-EMITIR-RODAPE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA O FIM DA EXECUCAO NO CONTROLE DA CADEIA.           *
      *    INICIALIZACAO QUE NAO CHEGOU A PROCESSAMENTO-OK (ARQUIVO    *
      *    OU PARAMETRO FALTANDO) FICA REGISTRADA COMO FALHA.          *
      *----------------------------------------------------------------*
       9800-ENCERRAR-CADEIA.
           IF NOT CADEIA-LIBERADA
               GO TO 9800-ENCERRAR-CADEIA-EXIT
           END-IF.
           MOVE "F" TO WK-CX-FUNCAO.
           IF PROCESSAMENTO-OK
               MOVE "C" TO WK-CX-CO-SITUACAO
           ELSE
               MOVE "F" TO WK-CX-CO-SITUACAO
           END-IF.
           CALL "CTLEX01" USING WK-CTLEX01-PARM.
           IF WK-CX-CO-RETORNO NOT = "00"
               DISPLAY "PESPO601 - FIM NAO REGISTRADO NO CONTROLE DA "
                       "CADEIA, RETORNO=" WK-CX-CO-RETORNO
           END-IF.
       9800-ENCERRAR-CADEIA-EXIT.
           EXIT.
