      *                   TODO COMANDO MANUAL GRAVA ORIGEM "O" E       *
      *                   ZERA O CONTADOR/RETESTE: A PALAVRA DA        *
      *                   OPERACAO PREVALECE SOBRE A ACAO AUTOMATICA.  *
      *  2026-10-15  MRS  AUDIT010-PARM GANHOU A BASE LEGAL LGPD E A   *
      *                   FINALIDADE DA CONSULTA (AUD10-CO-BASE-LEGAL  *
      *                   E AUD10-CO-FINALIDADE); MANUTENCAO NAO E     *
      *                   CONSULTA A DOCUMENTO E INFORMA ESPACOS.      *
      *  2026-10-15  MRS  REG-BUROSTAT GANHOU O INICIO DO PERIODO DE   *
      *                   SITUACAO EM ABERTO (BST-DT/HR-INI-SITUACAO). *
      *                   CADA COMANDO APLICADO E LEVADO AO HISTORICO  *
      *                   PERMANENTE DE SITUACAO DOS BUROS             *
      *                   (ARQ-BUROHIS, VIA BURHIS01) COM DATA/HORA DE *
      *                   INICIO E FIM DE CADA PERIODO, BASE DA        *
      *                   APURACAO MENSAL DE SLA (PESPO622).           *
      *  2026-10-15  MRS  DUPLA CUSTODIA: O COMANDO CRITICADO NAO E    *
      *                   MAIS APLICADO DIRETO, VIRA PROPOSTA PENDENTE *
      *                   NA DUPCU01 (2400-PROPOR-COMANDO). O ARQUIVO  *
      *                   E ALTERADO SO QUANDO UM SEGUNDO NIS APROVA A *
      *                   PROPOSTA PELO ARQ-APROVACOES                 *
      *                   (1500-PROCESSAR-APROVACOES), COM A MESMA     *
      *                   CRITICA E APLICACAO DE ANTES. O LAYOUT DO    *
      *                   COMANDO PASSOU PARA A WORKING-STORAGE (READ  *
      *                   INTO), POIS TAMBEM RECEBE A IMAGEM DEVOLVIDA *
      *                   PELA DUPCU01.                                *
      ******************************************************************

      ******************************************************************
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-COMANDOS.

           SELECT ARQ-APROVACOES ASSIGN TO APROVCOM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-FS-APROVACOES.

           SELECT ARQ-BUROSTAT ASSIGN TO BUROSTAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  ARQ-COMANDOS
           RECORDING MODE IS F.
       01  REG-COMANDO-ENTRADA        PIC X(046).

      *----------------------------------------------------------------*
      *    DECISAO DO APROVADOR SOBRE PROPOSTA PENDENTE (DUPCU01).     *
      *    ARQUIVO COMUM AOS PROGRAMAS DE MANUTENCAO: CARTAO DE OUTRO  *
      *    PROGRAMA E IGNORADO. DECISAO "A" APROVA, "R" REJEITA.       *
      *----------------------------------------------------------------*
       FD  ARQ-APROVACOES
           RECORDING MODE IS F.
       01  REG-APROVACAO.
           05 APV-NO-PROGRAMA         PIC X(008).
           05 APV-DT-PROPOSTA         PIC X(008).
           05 APV-SEQ-PROPOSTA        PIC 9(004).
           05 APV-NIS-APROVADOR       PIC 9(011).
           05 APV-NIVEL-AUTENT        PIC X(002).
           05 APV-CO-DECISAO          PIC X(001).
           05 FILLER                  PIC X(046).

      *----------------------------------------------------------------*
      *    MESMO LAYOUT LIDO POR PESPO600 EM 2040-VERIFICAR-DISPONIB.  *
           05 BST-QT-FALHAS           PIC 9(003).
           05 BST-DT-RETESTE          PIC X(008).
           05 BST-HR-RETESTE          PIC X(006).
           05 BST-DT-INI-SITUACAO     PIC X(008).
           05 BST-HR-INI-SITUACAO     PIC X(006).

       WORKING-STORAGE SECTION.
       77  WK-FS-COMANDOS             PIC X(002) VALUE "00".
       77  WK-QT-LIDOS                PIC 9(005) VALUE ZERO.
       77  WK-QT-APLICADOS            PIC 9(005) VALUE ZERO.
       77  WK-QT-REJEITADOS           PIC 9(005) VALUE ZERO.
       77  WK-FS-APROVACOES           PIC X(002) VALUE "00".
       77  WK-SW-FIM-APROVACOES       PIC X(001) VALUE "N".
           88 FIM-APROVACOES                     VALUE "S".
           88 NAO-FIM-APROVACOES                 VALUE "N".
       77  WK-QT-PROPOSTOS            PIC 9(005) VALUE ZERO.
       77  WK-QT-DECISOES             PIC 9(005) VALUE ZERO.
       77  WK-QT-PROP-REJEITADAS      PIC 9(005) VALUE ZERO.
       77  WK-QT-NAO-APLICADAS        PIC 9(005) VALUE ZERO.
       77  WK-QT-DECISOES-RECUSADAS   PIC 9(005) VALUE ZERO.
       77  WK-DATA-HOJE               PIC X(008) VALUE SPACES.
       77  WK-HORA-AGORA              PIC X(006) VALUE SPACES.

      *----------------------------------------------------------------*
      *    HISTORICO PERMANENTE DE SITUACAO DOS BUROS (BURHIS01).      *
      *----------------------------------------------------------------*
       01  WK-BURHIS01-PARM.
           05 WK-BH-FUNCAO             PIC X(001).
           05 WK-BH-CO-BURO            PIC X(006).
           05 WK-BH-CO-SITUACAO        PIC X(001).
           05 WK-BH-CO-ORIGEM          PIC X(001).
           05 WK-BH-DT-EVENTO          PIC X(008).
           05 WK-BH-HR-EVENTO          PIC X(006).
           05 WK-BH-DT-INI-ATUAL       PIC X(008).
           05 WK-BH-HR-INI-ATUAL       PIC X(006).
           05 WK-BH-DT-INI-MANUT-ANT   PIC X(008).
           05 WK-BH-HR-INI-MANUT-ANT   PIC X(006).
           05 WK-BH-DT-INI-MANUT       PIC X(008).
           05 WK-BH-HR-INI-MANUT       PIC X(006).
           05 WK-BH-DT-FIM-MANUT       PIC X(008).
           05 WK-BH-HR-FIM-MANUT       PIC X(006).
           05 WK-BH-NIS                PIC 9(011).
           05 WK-BH-NO-PROGRAMA        PIC X(008).
           05 WK-BH-CO-RETORNO         PIC X(002).

      *----------------------------------------------------------------*
      *    COMANDO LIDO DE ARQ-COMANDOS OU DEVOLVIDO PELA DUPCU01 NA   *
      *    APROVACAO (IMAGEM GRAVADA NA PROPOSTA).                     *
      *----------------------------------------------------------------*
       01  REG-COMANDO.
           05 CMD-NIS                 PIC 9(011).
           05 CMD-CO-BURO             PIC X(006).
           05 CMD-CO-ACAO             PIC X(001).
           05 CMD-DT-INI-MANUT        PIC X(008).
           05 CMD-HR-INI-MANUT        PIC X(006).
           05 CMD-DT-FIM-MANUT        PIC X(008).
           05 CMD-HR-FIM-MANUT        PIC X(006).

       01  WK-AUDIT010-PARM.
           05 WK-AUD-NIS               PIC 9(011).
           05 WK-AUD-FUNCAO            PIC X(010).
           05 WK-AUD-NO-PROGRAMA       PIC X(008).
           05 WK-AUD-CPF-CNPJ          PIC 9(014).
           05 WK-AUD-CO-BASE-LEGAL     PIC X(002).
           05 WK-AUD-CO-FINALIDADE     PIC X(010).
           05 WK-AUD-CO-RETORNO        PIC X(002).

       01  WK-DUPCU01-PARM.
           05 WK-DC-FUNCAO             PIC X(001).
           05 WK-DC-NO-PROGRAMA        PIC X(008).
           05 WK-DC-DT-PROPOSTA        PIC X(008).
           05 WK-DC-SEQ-PROPOSTA       PIC 9(004).
           05 WK-DC-NIS-PROPONENTE     PIC 9(011).
           05 WK-DC-NIS-APROVADOR      PIC 9(011).
           05 WK-DC-NIVEL-AUTENT       PIC X(002).
           05 WK-DC-CO-DECISAO         PIC X(001).
           05 WK-DC-TX-COMANDO         PIC X(100).
           05 WK-DC-CO-RETORNO         PIC X(002).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR
               THRU 1000-INICIALIZAR-EXIT.
           PERFORM 1500-PROCESSAR-APROVACOES
               THRU 1500-PROCESSAR-APROVACOES-EXIT
               UNTIL FIM-APROVACOES.
           PERFORM 2000-PROCESSAR-COMANDOS
               THRU 2000-PROCESSAR-COMANDOS-EXIT
               UNTIL FIM-ARQUIVO.
           GOBACK.

       1000-INICIALIZAR.
           SET NAO-FIM-ARQUIVO    TO TRUE.
           SET NAO-FIM-APROVACOES TO TRUE.
           OPEN INPUT ARQ-COMANDOS.
           IF WK-FS-COMANDOS NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN INPUT ARQ-APROVACOES.
           IF WK-FS-APROVACOES NOT = "00"
               SET FIM-APROVACOES TO TRUE
           END-IF.
           IF FIM-ARQUIVO AND FIM-APROVACOES
               DISPLAY "PESPO640 - NADA A PROCESSAR, FS="
                       WK-FS-COMANDOS "/" WK-FS-APROVACOES
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O ARQ-BUROSTAT.
           IF WK-FS-BUROSTAT NOT = "00"
               DISPLAY "PESPO640 - ERRO AO ABRIR ARQ-BUROSTAT, FS="
                       WK-FS-BUROSTAT
               SET FIM-ARQUIVO    TO TRUE
               SET FIM-APROVACOES TO TRUE
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           IF NAO-FIM-APROVACOES
               PERFORM 1520-LER-APROVACAO
                   THRU 1520-LER-APROVACAO-EXIT
           END-IF.
           IF NAO-FIM-ARQUIVO
               PERFORM 2100-LER-COMANDO
                   THRU 2100-LER-COMANDO-EXIT
           END-IF.
       1000-INICIALIZAR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    DUPLA CUSTODIA: O COMANDO SO E APLICADO NO ARQUIVO QUANDO   *
      *    UM SEGUNDO NIS APROVA A PROPOSTA GRAVADA EM EXECUCAO        *
      *    ANTERIOR. A DUPCU01 CONFERE PRAZO, APROVADOR DIFERENTE DO   *
      *    PROPONENTE E NIVEL DE AUTENTICACAO, E DEVOLVE A IMAGEM DO   *
      *    COMANDO, QUE PASSA PELA MESMA CRITICA E APLICACAO DE        *
      *    SEMPRE. A TRILHA FICA COM AS DUAS ASSINATURAS: O PROPONENTE *
      *    EM 3000-GRAVAR-AUDITORIA E O APROVADOR NA CONCLUSAO.        *
      *    AS APROVACOES SAO TRATADAS ANTES DOS COMANDOS NOVOS.        *
      *----------------------------------------------------------------*
       1500-PROCESSAR-APROVACOES.
           IF APV-NO-PROGRAMA = "PESPO640"
               ADD 1 TO WK-QT-DECISOES
               PERFORM 1510-DECIDIR-PROPOSTA
                   THRU 1510-DECIDIR-PROPOSTA-EXIT
           END-IF.
           PERFORM 1520-LER-APROVACAO
               THRU 1520-LER-APROVACAO-EXIT.
       1500-PROCESSAR-APROVACOES-EXIT.
           EXIT.

       1510-DECIDIR-PROPOSTA.
           MOVE "D"                TO WK-DC-FUNCAO.
           MOVE "PESPO640"         TO WK-DC-NO-PROGRAMA.
           MOVE APV-DT-PROPOSTA    TO WK-DC-DT-PROPOSTA.
           MOVE APV-SEQ-PROPOSTA   TO WK-DC-SEQ-PROPOSTA.
           MOVE APV-NIS-APROVADOR  TO WK-DC-NIS-APROVADOR.
           MOVE APV-NIVEL-AUTENT   TO WK-DC-NIVEL-AUTENT.
           MOVE APV-CO-DECISAO     TO WK-DC-CO-DECISAO.
           CALL "DUPCU01" USING WK-DUPCU01-PARM.
           IF WK-DC-CO-RETORNO NOT = "00"
               DISPLAY "PESPO640 - DECISAO RECUSADA, PROPOSTA "
                       APV-DT-PROPOSTA "-" APV-SEQ-PROPOSTA
                       " NIS " APV-NIS-APROVADOR
                       " CO-RETORNO=" WK-DC-CO-RETORNO
               ADD 1 TO WK-QT-DECISOES-RECUSADAS
               GO TO 1510-DECIDIR-PROPOSTA-EXIT
           END-IF.
           IF APV-CO-DECISAO = "R"
               DISPLAY "PESPO640 - PROPOSTA " APV-DT-PROPOSTA "-"
                       APV-SEQ-PROPOSTA " REJEITADA POR NIS "
                       APV-NIS-APROVADOR
               ADD 1 TO WK-QT-PROP-REJEITADAS
               GO TO 1510-DECIDIR-PROPOSTA-EXIT
           END-IF.
           MOVE WK-DC-TX-COMANDO TO REG-COMANDO.
           PERFORM 2200-VALIDAR-COMANDO
               THRU 2200-VALIDAR-COMANDO-EXIT.
           IF COMANDO-VALIDO
               PERFORM 2300-APLICAR-COMANDO
                   THRU 2300-APLICAR-COMANDO-EXIT
           END-IF.
           IF COMANDO-VALIDO
               PERFORM 3000-GRAVAR-AUDITORIA
                   THRU 3000-GRAVAR-AUDITORIA-EXIT
               MOVE "A" TO WK-DC-CO-DECISAO
               ADD 1 TO WK-QT-APLICADOS
           ELSE
               DISPLAY "PESPO640 - PROPOSTA " APV-DT-PROPOSTA "-"
                       APV-SEQ-PROPOSTA " APROVADA MAS NAO APLICADA"
               MOVE "F" TO WK-DC-CO-DECISAO
               ADD 1 TO WK-QT-NAO-APLICADAS
           END-IF.
           MOVE "C" TO WK-DC-FUNCAO.
           CALL "DUPCU01" USING WK-DUPCU01-PARM.
           IF WK-DC-CO-RETORNO NOT = "00"
               DISPLAY "PESPO640 - CONCLUSAO DA PROPOSTA NAO GRAVADA, "
                       "CO-RETORNO=" WK-DC-CO-RETORNO
           END-IF.
       1510-DECIDIR-PROPOSTA-EXIT.
           EXIT.

       1520-LER-APROVACAO.
           READ ARQ-APROVACOES
               AT END
                   SET FIM-APROVACOES TO TRUE
           END-READ.
       1520-LER-APROVACAO-EXIT.
           EXIT.

       2000-PROCESSAR-COMANDOS.
           PERFORM 2200-VALIDAR-COMANDO
               THRU 2200-VALIDAR-COMANDO-EXIT.
           IF COMANDO-VALIDO
               PERFORM 2400-PROPOR-COMANDO
                   THRU 2400-PROPOR-COMANDO-EXIT
           ELSE
               ADD 1 TO WK-QT-REJEITADOS
           END-IF.
           EXIT.

       2100-LER-COMANDO.
           READ ARQ-COMANDOS INTO REG-COMANDO
               AT END
                   SET FIM-ARQUIVO TO TRUE
                   GO TO 2100-LER-COMANDO-EXIT
      *----------------------------------------------------------------*
      *    GRAVA (OU REGRAVA) A SITUACAO DO BURO. ABRIR E FECHAR       *
      *    LIMPAM A JANELA DE MANUTENCAO; AGENDAR GUARDA A JANELA      *
      *    INFORMADA NO COMANDO. ANTES DE REGRAVAR, A TRANSICAO E      *
      *    LEVADA AO HISTORICO PERMANENTE (2350).                      *
      *----------------------------------------------------------------*
       2300-APLICAR-COMANDO.
           SET REGISTRO-NAO-EXISTE TO TRUE.
           END-READ.
           IF WK-FS-BUROSTAT = "00"
               SET REGISTRO-EXISTE TO TRUE
           ELSE
               MOVE SPACES TO REG-BUROSTAT
           END-IF.
           PERFORM 2350-GRAVAR-HISTORICO
               THRU 2350-GRAVAR-HISTORICO-EXIT.
           MOVE CMD-CO-BURO TO BST-CO-BURO.
           MOVE CMD-CO-ACAO TO BST-CO-SITUACAO.
           IF CMD-CO-ACAO = "M"
           MOVE ZERO   TO BST-QT-FALHAS.
           MOVE SPACES TO BST-DT-RETESTE.
           MOVE SPACES TO BST-HR-RETESTE.
           MOVE WK-BH-DT-INI-ATUAL TO BST-DT-INI-SITUACAO.
           MOVE WK-BH-HR-INI-ATUAL TO BST-HR-INI-SITUACAO.
           IF REGISTRO-EXISTE
               REWRITE REG-BUROSTAT
           ELSE
       2300-APLICAR-COMANDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA A TRANSICAO NO HISTORICO DE SITUACAO (BURHIS01),   *
      *    AINDA COM A SITUACAO ANTERIOR EM REG-BUROSTAT: O PERIODO EM *
      *    ABERTO E ENCERRADO E, SE HAVIA JANELA DE MANUTENCAO         *
      *    AGENDADA, ELA E ENCERRADA NO INSTANTE DO COMANDO (OU FICA   *
      *    COM DURACAO ZERO, SE AINDA NAO TINHA COMECADO). FALHA NO    *
      *    HISTORICO E APONTADA MAS NAO IMPEDE O COMANDO.              *
      *----------------------------------------------------------------*
       2350-GRAVAR-HISTORICO.
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
           IF CMD-CO-ACAO = "M"
               MOVE "M" TO WK-BH-FUNCAO
           ELSE
               MOVE "S" TO WK-BH-FUNCAO
           END-IF.
           MOVE CMD-CO-BURO        TO WK-BH-CO-BURO.
           MOVE CMD-CO-ACAO        TO WK-BH-CO-SITUACAO.
           MOVE "O"                TO WK-BH-CO-ORIGEM.
           MOVE WK-DATA-HOJE       TO WK-BH-DT-EVENTO.
           MOVE WK-HORA-AGORA      TO WK-BH-HR-EVENTO.
           MOVE BST-DT-INI-SITUACAO TO WK-BH-DT-INI-ATUAL.
           MOVE BST-HR-INI-SITUACAO TO WK-BH-HR-INI-ATUAL.
           IF REGISTRO-EXISTE
              AND BST-CO-SITUACAO = "M"
               MOVE BST-DT-INI-MANUT TO WK-BH-DT-INI-MANUT-ANT
               MOVE BST-HR-INI-MANUT TO WK-BH-HR-INI-MANUT-ANT
           ELSE
               MOVE SPACES TO WK-BH-DT-INI-MANUT-ANT
               MOVE SPACES TO WK-BH-HR-INI-MANUT-ANT
           END-IF.
           MOVE CMD-DT-INI-MANUT   TO WK-BH-DT-INI-MANUT.
           MOVE CMD-HR-INI-MANUT   TO WK-BH-HR-INI-MANUT.
           MOVE CMD-DT-FIM-MANUT   TO WK-BH-DT-FIM-MANUT.
           MOVE CMD-HR-FIM-MANUT   TO WK-BH-HR-FIM-MANUT.
           MOVE CMD-NIS            TO WK-BH-NIS.
           MOVE "PESPO640"         TO WK-BH-NO-PROGRAMA.
           CALL "BURHIS01" USING WK-BURHIS01-PARM.
           IF WK-BH-CO-RETORNO NOT = "00"
               DISPLAY "PESPO640 - HISTORICO DO BURO NAO GRAVADO, "
                       "CO-RETORNO=" WK-BH-CO-RETORNO
                       " BURO=" CMD-CO-BURO
           END-IF.
       2350-GRAVAR-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    COMANDO CRITICADO VIRA PROPOSTA PENDENTE; A IDENTIFICACAO   *
      *    (DATA + SEQUENCIAL) VAI NO SYSOUT PARA O APROVADOR.         *
      *----------------------------------------------------------------*
       2400-PROPOR-COMANDO.
           MOVE "P"                TO WK-DC-FUNCAO.
           MOVE "PESPO640"         TO WK-DC-NO-PROGRAMA.
           MOVE CMD-NIS            TO WK-DC-NIS-PROPONENTE.
           MOVE REG-COMANDO        TO WK-DC-TX-COMANDO.
           CALL "DUPCU01" USING WK-DUPCU01-PARM.
           IF WK-DC-CO-RETORNO NOT = "00"
               DISPLAY "PESPO640 - PROPOSTA NAO GRAVADA, CO-RETORNO="
                       WK-DC-CO-RETORNO " NIS " CMD-NIS
               ADD 1 TO WK-QT-REJEITADOS
               GO TO 2400-PROPOR-COMANDO-EXIT
           END-IF.
           DISPLAY "PESPO640 - PROPOSTA " WK-DC-DT-PROPOSTA "-"
                   WK-DC-SEQ-PROPOSTA " GRAVADA POR NIS "
                   CMD-NIS ", AGUARDA APROVACAO".
           ADD 1 TO WK-QT-PROPOSTOS.
       2400-PROPOR-COMANDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    REGISTRA NA TRILHA DE AUDITORIA (AUDIT010/AUDITREG) QUEM    *
      *    ALTEROU A SITUACAO DE QUAL BURO, COM A ACAO NA FUNCAO.      *
               INTO WK-AUD-FUNCAO.
           MOVE "PESPO640"         TO WK-AUD-NO-PROGRAMA.
           MOVE ZERO               TO WK-AUD-CPF-CNPJ.
           MOVE SPACES             TO WK-AUD-CO-BASE-LEGAL.
           MOVE SPACES             TO WK-AUD-CO-FINALIDADE.
           CALL "AUDIT010" USING WK-AUDIT010-PARM.
           IF WK-AUD-CO-RETORNO NOT = "00"
               DISPLAY "PESPO640 - AUDITORIA NAO GRAVADA, CO-RETORNO="

       9000-FINALIZAR.
           CLOSE ARQ-COMANDOS.
           CLOSE ARQ-APROVACOES.
           CLOSE ARQ-BUROSTAT.
           DISPLAY "PESPO640 - COMANDOS LIDOS....: " WK-QT-LIDOS.
           DISPLAY "PESPO640 - PROPOSTOS.........: " WK-QT-PROPOSTOS.
           DISPLAY "PESPO640 - REJEITADOS........: " WK-QT-REJEITADOS.
           DISPLAY "PESPO640 - DECISOES LIDAS....: " WK-QT-DECISOES.
           DISPLAY "PESPO640 - APLICADOS.........: " WK-QT-APLICADOS.
           DISPLAY "PESPO640 - NAO APLICADOS.....: "
                   WK-QT-NAO-APLICADAS.
           DISPLAY "PESPO640 - PROP. REJEITADAS..: "
                   WK-QT-PROP-REJEITADAS.
           DISPLAY "PESPO640 - DECISOES RECUSADAS: "
                   WK-QT-DECISOES-RECUSADAS.
       9000-FINALIZAR-EXIT.
           EXIT.
