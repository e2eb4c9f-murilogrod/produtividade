      *                   OCORRENCIA), COM TRILHA DE AUDITORIA         *
      *                   (AUDIT010) DE QUEM ALTEROU O QUE, NOS        *
      *                   MESMOS MOLDES DO PESPO660.                   *
      *  2026-10-15  MRS  AUDIT010-PARM GANHOU A BASE LEGAL LGPD E A   *
      *                   FINALIDADE DA CONSULTA (AUD10-CO-BASE-LEGAL  *
      *                   E AUD10-CO-FINALIDADE); MANUTENCAO NAO E     *
      *                   CONSULTA A DOCUMENTO E INFORMA ESPACOS.      *
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

           SELECT ARQ-RISCPAR ASSIGN TO RISCPAR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  ARQ-COMANDOS
           RECORDING MODE IS F.
       01  REG-COMANDO-ENTRADA        PIC X(023).

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
      *    MESMO LAYOUT LIDO POR PESPO600 EM 1300-CARREGAR-PESOS.      *
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
      *    COMANDO LIDO DE ARQ-COMANDOS OU DEVOLVIDO PELA DUPCU01 NA   *
      *    APROVACAO (IMAGEM GRAVADA NA PROPOSTA).                     *
      *----------------------------------------------------------------*
       01  REG-COMANDO.
           05 CMD-NIS                 PIC 9(011).
           05 CMD-CO-BURO             PIC X(006).
           05 CMD-CO-STATUS           PIC X(001).
           05 CMD-PC-PESO             PIC 9(003)V99.

       01  WK-AUDIT010-PARM.
           05 WK-AUD-NIS               PIC 9(011).
           05 WK-AUD-NIVEL-AUTENT      PIC X(002).
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
           ACCEPT WK-DATA-HOJE  FROM DATE YYYYMMDD.
           ACCEPT WK-HORA-AGORA FROM TIME.
           OPEN INPUT ARQ-COMANDOS.
           IF WK-FS-COMANDOS NOT = "00"
               SET FIM-ARQUIVO TO TRUE
           END-IF.
           OPEN INPUT ARQ-APROVACOES.
           IF WK-FS-APROVACOES NOT = "00"
               SET FIM-APROVACOES TO TRUE
           END-IF.
           IF FIM-ARQUIVO AND FIM-APROVACOES
               DISPLAY "PESPO661 - NADA A PROCESSAR, FS="
                       WK-FS-COMANDOS "/" WK-FS-APROVACOES
               GO TO 1000-INICIALIZAR-EXIT
           END-IF.
           OPEN I-O ARQ-RISCPAR.
           IF WK-FS-RISCPAR NOT = "00"
               DISPLAY "PESPO661 - ERRO AO ABRIR ARQ-RISCPAR, FS="
                       WK-FS-RISCPAR
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
           IF APV-NO-PROGRAMA = "PESPO661"
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
           MOVE "PESPO661"         TO WK-DC-NO-PROGRAMA.
           MOVE APV-DT-PROPOSTA    TO WK-DC-DT-PROPOSTA.
           MOVE APV-SEQ-PROPOSTA   TO WK-DC-SEQ-PROPOSTA.
           MOVE APV-NIS-APROVADOR  TO WK-DC-NIS-APROVADOR.
           MOVE APV-NIVEL-AUTENT   TO WK-DC-NIVEL-AUTENT.
           MOVE APV-CO-DECISAO     TO WK-DC-CO-DECISAO.
           CALL "DUPCU01" USING WK-DUPCU01-PARM.
           IF WK-DC-CO-RETORNO NOT = "00"
               DISPLAY "PESPO661 - DECISAO RECUSADA, PROPOSTA "
                       APV-DT-PROPOSTA "-" APV-SEQ-PROPOSTA
                       " NIS " APV-NIS-APROVADOR
                       " CO-RETORNO=" WK-DC-CO-RETORNO
               ADD 1 TO WK-QT-DECISOES-RECUSADAS
               GO TO 1510-DECIDIR-PROPOSTA-EXIT
           END-IF.
           IF APV-CO-DECISAO = "R"
               DISPLAY "PESPO661 - PROPOSTA " APV-DT-PROPOSTA "-"
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
               DISPLAY "PESPO661 - PROPOSTA " APV-DT-PROPOSTA "-"
                       APV-SEQ-PROPOSTA " APROVADA MAS NAO APLICADA"
               MOVE "F" TO WK-DC-CO-DECISAO
               ADD 1 TO WK-QT-NAO-APLICADAS
           END-IF.
           MOVE "C" TO WK-DC-FUNCAO.
           CALL "DUPCU01" USING WK-DUPCU01-PARM.
           IF WK-DC-CO-RETORNO NOT = "00"
               DISPLAY "PESPO661 - CONCLUSAO DA PROPOSTA NAO GRAVADA, "
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
       2300-APLICAR-COMANDO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *    COMANDO CRITICADO VIRA PROPOSTA PENDENTE; A IDENTIFICACAO   *
      *    (DATA + SEQUENCIAL) VAI NO SYSOUT PARA O APROVADOR.         *
      *----------------------------------------------------------------*
       2400-PROPOR-COMANDO.
           MOVE "P"                TO WK-DC-FUNCAO.
           MOVE "PESPO661"         TO WK-DC-NO-PROGRAMA.
           MOVE CMD-NIS            TO WK-DC-NIS-PROPONENTE.
           MOVE REG-COMANDO        TO WK-DC-TX-COMANDO.
           CALL "DUPCU01" USING WK-DUPCU01-PARM.
           IF WK-DC-CO-RETORNO NOT = "00"
               DISPLAY "PESPO661 - PROPOSTA NAO GRAVADA, CO-RETORNO="
                       WK-DC-CO-RETORNO " NIS " CMD-NIS
               ADD 1 TO WK-QT-REJEITADOS
               GO TO 2400-PROPOR-COMANDO-EXIT
           END-IF.
           DISPLAY "PESPO661 - PROPOSTA " WK-DC-DT-PROPOSTA "-"
                   WK-DC-SEQ-PROPOSTA " GRAVADA POR NIS "
                   CMD-NIS ", AGUARDA APROVACAO".
           ADD 1 TO WK-QT-PROPOSTOS.
       2400-PROPOR-COMANDO-EXIT.
           EXIT.

       3000-GRAVAR-AUDITORIA.
           MOVE CMD-NIS            TO WK-AUD-NIS.
           MOVE "99"               TO WK-AUD-NIVEL-AUTENT.
               INTO WK-AUD-FUNCAO.
           MOVE "PESPO661"         TO WK-AUD-NO-PROGRAMA.
           MOVE ZERO               TO WK-AUD-CPF-CNPJ.
           MOVE SPACES             TO WK-AUD-CO-BASE-LEGAL.
           MOVE SPACES             TO WK-AUD-CO-FINALIDADE.
           CALL "AUDIT010" USING WK-AUDIT010-PARM.
           IF WK-AUD-CO-RETORNO NOT = "00"
               DISPLAY "PESPO661 - AUDITORIA NAO GRAVADA, CO-RETORNO="

       9000-FINALIZAR.
           CLOSE ARQ-COMANDOS.
           CLOSE ARQ-APROVACOES.
           CLOSE ARQ-RISCPAR.
           DISPLAY "PESPO661 - COMANDOS LIDOS....: " WK-QT-LIDOS.
           DISPLAY "PESPO661 - PROPOSTOS.........: " WK-QT-PROPOSTOS.
           DISPLAY "PESPO661 - REJEITADOS........: " WK-QT-REJEITADOS.
           DISPLAY "PESPO661 - DECISOES LIDAS....: " WK-QT-DECISOES.
           DISPLAY "PESPO661 - APLICADOS.........: " WK-QT-APLICADOS.
           DISPLAY "PESPO661 - NAO APLICADOS.....: "
                   WK-QT-NAO-APLICADAS.
           DISPLAY "PESPO661 - PROP. REJEITADAS..: "
                   WK-QT-PROP-REJEITADAS.
           DISPLAY "PESPO661 - DECISOES RECUSADAS: "
                   WK-QT-DECISOES-RECUSADAS.
       9000-FINALIZAR-EXIT.
           EXIT.
