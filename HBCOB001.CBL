       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBCOB001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE COBRANCA BANCARIA
      * - REMESSA: PARCELAS ABERTAS AINDA NAO ENVIADAS RECEBEM
      *   NOSSO NUMERO (SEQUENCIA "NOSSONUM") E VAO PARA O
      *   ARQUIVO COBREM.TXT NO LEIAUTE DE POSICOES FIXAS DO
      *   BANCO (INSTRUCAO 01); PARCELAS CANCELADAS JA ENVIADAS
      *   SAEM COM PEDIDO DE BAIXA (INSTRUCAO 02); LISTAGEM DOS
      *   TITULOS ENVIADOS EM RELREM.TXT
      * - RETORNO: LE O COBRET.TXT DO BANCO E BAIXA AS PARCELAS
      *   LIQUIDADAS (DATA, VALOR PAGO, JUROS E TARIFA); O QUE
      *   NAO CONFERE VAI PARA O ARQRETR.DAT COM MOTIVO E PARA O
      *   RELATORIO DE CONCILIACAO (RELCOB.TXT)
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      * - 15/10/2026 - GRAVACOES, REGRAVACOES E EXCLUSOES EM
      *   ARQREC REGISTRADAS NO JOURNAL (HBJRN002) PARA A
      *   REAPLICACAO APOS RESTAURAR UM BACKUP (HBJRN001)
      * - 15/10/2026 - PARCELA ENVIADA E BAIXADA FORA DO BANCO
      *   (TELA DE PAGAMENTOS OU NOTA DE CREDITO, "R") SAI COM
      *   PEDIDO DE BAIXA (INSTRUCAO 02); PARCELA ENVIADA E
      *   ABATIDA POR NOTA DE CREDITO ("V") SAI COM ALTERACAO DO
      *   VALOR (INSTRUCAO 47)
      * - 15/10/2026 - CONVENIO DE COBRANCA (BANCO, AGENCIA, CONTA
      *   E CARTEIRA) LIDO DOS PARAMETROS DA EMPRESA (ARQPAR,
      *   HBPAR001); SEM AGENCIA OU CONTA A REMESSA NAO E GERADA
      * - 15/10/2026 - REMESSA GRAVADA EM COBnnnnnnn.TXT PELO
      *   NUMERO DA REMESSA, SEM SOBREPOR UMA AINDA NAO ENVIADA
      * - 15/10/2026 - RETORNO NAO BAIXA PARCELA COM PAGAMENTO EM
      *   MES FECHADO (HBFEC002): VAI PARA O ARQRETR COM MOTIVO
      *   06; O ARQRETR E ACUMULADO ENTRE OS RETORNOS
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FREC0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FREM0001.SEL".
           COPY "C:\Hbsis\ftt\FRET0001.SEL".
           COPY "C:\Hbsis\ftt\FRETREJ.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FREC0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\Hbsis\ftt\FREM0001.FD".
           COPY "C:\Hbsis\ftt\FRET0001.FD".
           COPY "C:\Hbsis\ftt\FRETREJ.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       WORKING-STORAGE SECTION.
       01  TECLA                      PIC XX      VALUE SPACES.
       01  MSG                        PIC X(040)  VALUE SPACES.
       77  AUXILIAR                   PIC X       VALUE SPACES.
       77  SAIDA-WS                   PIC XXX     VALUE SPACES.
       77  WS-MOMENTO                 PIC X       VALUE SPACES.
       77  WS-VERSAO                  PIC X(010)  VALUE "15/10/2026".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REM             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-RET             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-RRJ             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
      *    CONVENIO DE COBRANCA (ARQPAR, HBPAR001)
       77  WS-COB-BANCO               PIC 9(003)  VALUE ZEROS.
       77  WS-COB-AGENCIA             PIC 9(004)  VALUE ZEROS.
       77  WS-COB-CONTA               PIC 9(008)  VALUE ZEROS.
       77  WS-COB-CARTEIRA            PIC 9(003)  VALUE ZEROS.
       77  WS-PERIODO-OK              PIC XXX     VALUE "SIM".
       77  WS-REC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-RET-EOF                 PIC XXX     VALUE "NAO".
       77  WS-NUM-REMESSA             PIC 9(007)  VALUE ZEROS.
       77  WS-SEQ-REGISTRO            PIC 9(006)  VALUE ZEROS.
       77  WS-REM-ENTRADAS            PIC 9(006)  VALUE ZEROS.
       77  WS-REM-BAIXAS              PIC 9(006)  VALUE ZEROS.
       77  WS-REM-ALTERACOES          PIC 9(006)  VALUE ZEROS.
       77  WS-REM-VL-TOTAL            PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-RET-LIDOS               PIC 9(006)  VALUE ZEROS.
       77  WS-RET-BAIXADOS            PIC 9(006)  VALUE ZEROS.
       77  WS-RET-INFORMATIVOS        PIC 9(006)  VALUE ZEROS.
       77  WS-RET-REJEITADOS          PIC 9(006)  VALUE ZEROS.
       77  WS-RET-MOTIVO              PIC 9(002)  VALUE ZEROS.
       77  WS-RET-VL-ESPERADO         PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-TOT-VL-PAGO             PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-VL-JUROS            PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-VL-TARIFA           PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-VL-REJEITADO        PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-NOT-ED                  PIC Z(009)9.
       77  WS-NN-ED                   PIC Z(010)9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-VAL-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-JUR-ED                  PIC ZZZ.ZZ9,99.
       77  WS-TAR-ED                  PIC ZZZ.ZZ9,99.
       77  WS-CONT-ED                 PIC ZZZZZ9.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".
       COPY "C:\HBSIS\FTT\HBFEC002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TOPCCOB.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TMSG.SS".
       PROCEDURE DIVISION USING LK-TRANSFERENCIA.
       PROGRAMA.
           PERFORM ABRE-ARQUIVOS THRU
                   ABRE-ARQUIVOS-EXIT
           MOVE ZEROS TO WK-OPCAO
           MOVE "NAO" TO SAIDA-WS
           PERFORM VERIF-OPCAO THRU
                   VERIF-OPCAO-EXIT UNTIL WK-OPCAO EQUAL 9
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       VERIF-OPCAO.
           DISPLAY G-TOPCCOB.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-REMESSA THRU ROT-REMESSA-EXIT
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-RETORNO THRU ROT-RETORNO-EXIT
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "PRO" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "BAI" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBCOB001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBCOB001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "SEM PERMISSAO " SR-PER-OPERACAO
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE "Funcao nao liberada para o usuario...  "
                               TO WK-MSG-ADV1.
           MOVE "Fale com o administrador do sistema... "
                               TO WK-MSG-ADV2.
           PERFORM 9300-ADVERTENCIA.
       VERIFICA-PERMISSAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    REMESSA DE TITULOS AO BANCO                           *
      *----------------------------------------------------------*
       ROT-REMESSA.
           MOVE "LER"               TO SR-PAR-FUNCAO.
           MOVE LK-EMP-COD          TO SR-PAR-EMP-COD.
           CALL "HBPAR002" USING SR-PARAM-HBPAR002.
           MOVE SR-PAR-COB-BANCO    TO WS-COB-BANCO.
           MOVE SR-PAR-COB-AGENCIA  TO WS-COB-AGENCIA.
           MOVE SR-PAR-COB-CONTA    TO WS-COB-CONTA.
           MOVE SR-PAR-COB-CARTEIRA TO WS-COB-CARTEIRA.
           IF  WS-COB-AGENCIA EQUAL ZEROS
               OR WS-COB-CONTA EQUAL ZEROS
               MOVE "Convenio sem agencia/conta do banco... "
                                   TO WK-MSG-ADV1
               MOVE "Informe nos parametros (HBPAR001)...   "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-REMESSA-EXIT.
           MOVE "Gera a remessa de cobranca ..." TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S"
               GO  TO  ROT-REMESSA-EXIT.
           MOVE "OBT"     TO SR-SEQ-FUNCAO.
           MOVE "REMESSA" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "A remessa nao foi gerada...            "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-REMESSA-EXIT.
           MOVE SR-SEQ-NUMERO TO WS-NUM-REMESSA.
           MOVE ZEROS TO WS-SEQ-REGISTRO WS-REM-ENTRADAS
                         WS-REM-BAIXAS WS-REM-ALTERACOES
                         WS-REM-VL-TOTAL.
           MOVE SPACES TO WS-CAMINHO-REM.
           STRING "C:\HBSIS\DB\COB" WS-NUM-REMESSA ".TXT"
                  DELIMITED BY SIZE INTO WS-CAMINHO-REM.
           MOVE WS-CAMINHO-REM TO REM-ARQ-WK.
           OPEN OUTPUT ARQREM.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELREM"   TO SR-REL-BASE.
           MOVE "HBCOB001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "REMESSA DE COBRANCA " WS-NUM-REMESSA
                  " - DATA " WK-DATA-SYS
                  " - ARQUIVO " WS-CAMINHO-REM
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES          TO REM-HEADER.
           MOVE "0"             TO REM-H-TIPO.
           MOVE "REMESSA"       TO REM-H-OPERACAO.
           MOVE "COBRANCA"      TO REM-H-SERVICO.
           MOVE WS-COB-BANCO    TO REM-H-BANCO.
           MOVE WS-COB-AGENCIA  TO REM-H-AGENCIA.
           MOVE WS-COB-CONTA    TO REM-H-CONTA.
           MOVE LK-EMP-NOME     TO REM-H-EMPRESA.
           MOVE WK-DATA-SYS     TO REM-H-DT-GERACAO.
           MOVE WS-NUM-REMESSA  TO REM-H-NUM-REMESSA.
           ADD 1 TO WS-SEQ-REGISTRO.
           MOVE WS-SEQ-REGISTRO TO REM-H-SEQUENCIA.
           WRITE REM-HEADER.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE ZEROS TO REC-NOTA REC-PARCELA.
           START ARQREC KEY IS NOT LESS THAN REC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM REMESSA-UMA-PARCELA THRU REMESSA-UMA-PARCELA-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
           MOVE SPACES          TO REM-TRAILER.
           MOVE "9"             TO REM-T-TIPO.
           COMPUTE REM-T-QTD-TITULOS =
                   WS-REM-ENTRADAS + WS-REM-BAIXAS
                                   + WS-REM-ALTERACOES.
           MOVE WS-REM-VL-TOTAL TO REM-T-VL-TOTAL.
           ADD 1 TO WS-SEQ-REGISTRO.
           MOVE WS-SEQ-REGISTRO TO REM-T-SEQUENCIA.
           WRITE REM-TRAILER.
           CLOSE ARQREM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-REM-ENTRADAS TO WS-CONT-ED.
           MOVE WS-REM-VL-TOTAL TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TITULOS ENVIADOS " WS-CONT-ED
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-REM-BAIXAS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDOS DE BAIXA " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-REM-ALTERACOES TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ALTERACOES DE VALOR " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBCOB001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "REMESSA " WS-NUM-REMESSA
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE WS-REM-ENTRADAS TO WS-CONT-ED.
           MOVE SPACES TO MSG.
           STRING "Remessa " WS-CAMINHO-REM(13:14)
                  " titulos:" WS-CONT-ED
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-REMESSA-EXIT.
           EXIT.

       REMESSA-UMA-PARCELA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  REMESSA-UMA-PARCELA-EXIT
           END-READ.
           IF  REC-ABERTA
               AND REC-COB-NAO-ENVIADA
               PERFORM REMESSA-ENTRADA THRU REMESSA-ENTRADA-EXIT
               GO  TO  REMESSA-UMA-PARCELA-EXIT.
           IF  REC-ABERTA
               AND REC-COB-ALTERAR-VALOR
               PERFORM REMESSA-ALTERACAO THRU REMESSA-ALTERACAO-EXIT
               GO  TO  REMESSA-UMA-PARCELA-EXIT.
      *    BAIXADA FORA DO BANCO OU CANCELADA DEPOIS DE ENVIADA
           IF  REC-COB-RETIRAR
               PERFORM REMESSA-BAIXA THRU REMESSA-BAIXA-EXIT
               GO  TO  REMESSA-UMA-PARCELA-EXIT.
           IF  REC-CANCELADA
               AND (REC-COB-ENVIADA OR REC-COB-ALTERAR-VALOR)
               PERFORM REMESSA-BAIXA THRU REMESSA-BAIXA-EXIT.
       REMESSA-UMA-PARCELA-EXIT.
           EXIT.

       REMESSA-ENTRADA.
           MOVE "OBT"      TO SR-SEQ-FUNCAO.
           MOVE "NOSSONUM" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               GO  TO  REMESSA-ENTRADA-EXIT.
           MOVE SR-SEQ-NUMERO TO REC-NOSSO-NUMERO.
           MOVE WK-DATA-SYS   TO REC-DT-REMESSA.
           MOVE "E"           TO REC-COB-SITUACAO.
           REWRITE REC-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  REMESSA-ENTRADA-EXIT
           NOT INVALID KEY
               MOVE "ALT" TO SR-JRN-OPERACAO
               PERFORM JORNAL-REC THRU JORNAL-REC-EXIT
           END-REWRITE.
           MOVE 01 TO REM-D-INSTRUCAO.
           PERFORM GRAVA-DETALHE THRU GRAVA-DETALHE-EXIT.
           ADD 1              TO WS-REM-ENTRADAS.
           ADD REC-VL-PARCELA TO WS-REM-VL-TOTAL.
       REMESSA-ENTRADA-EXIT.
           EXIT.

       REMESSA-BAIXA.
           MOVE "B" TO REC-COB-SITUACAO.
           REWRITE REC-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  REMESSA-BAIXA-EXIT
           NOT INVALID KEY
               MOVE "ALT" TO SR-JRN-OPERACAO
               PERFORM JORNAL-REC THRU JORNAL-REC-EXIT
           END-REWRITE.
           MOVE 02 TO REM-D-INSTRUCAO.
           PERFORM GRAVA-DETALHE THRU GRAVA-DETALHE-EXIT.
           ADD 1 TO WS-REM-BAIXAS.
       REMESSA-BAIXA-EXIT.
           EXIT.

       REMESSA-ALTERACAO.
           MOVE "E" TO REC-COB-SITUACAO.
           REWRITE REC-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  REMESSA-ALTERACAO-EXIT
           NOT INVALID KEY
               MOVE "ALT" TO SR-JRN-OPERACAO
               PERFORM JORNAL-REC THRU JORNAL-REC-EXIT
           END-REWRITE.
           MOVE 47 TO REM-D-INSTRUCAO.
           PERFORM GRAVA-DETALHE THRU GRAVA-DETALHE-EXIT.
           ADD 1 TO WS-REM-ALTERACOES.
       REMESSA-ALTERACAO-EXIT.
           EXIT.

       GRAVA-DETALHE.
           MOVE REC-CLI-COD TO CLI-COD.
           READ ARQCLI INVALID KEY
               MOVE SPACES TO CLI-NOME CLI-ENDERECO CLI-CIDADE
                              CLI-UF
               MOVE ZEROS  TO CLI-CNPJ CLI-CEP
           END-READ.
           MOVE REM-D-INSTRUCAO   TO WS-RET-MOTIVO.
           MOVE SPACES            TO REM-DETALHE.
           MOVE "1"               TO REM-D-TIPO.
           MOVE WS-RET-MOTIVO     TO REM-D-INSTRUCAO.
           MOVE WS-COB-BANCO      TO REM-D-BANCO.
           MOVE WS-COB-AGENCIA    TO REM-D-AGENCIA.
           MOVE WS-COB-CONTA      TO REM-D-CONTA.
           MOVE WS-COB-CARTEIRA   TO REM-D-CARTEIRA.
           MOVE REC-NOSSO-NUMERO  TO REM-D-NOSSO-NUMERO.
           MOVE REC-NOTA          TO REM-D-NOTA.
           MOVE REC-PARCELA       TO REM-D-PARCELA.
           MOVE REC-DT-EMISSAO    TO REM-D-DT-EMISSAO.
           MOVE REC-DT-VENCIMENTO TO REM-D-DT-VENCIMENTO.
           MOVE REC-VL-PARCELA    TO REM-D-VALOR.
           IF  CLI-CNPJ LESS THAN 100000000000
               MOVE 01            TO REM-D-TIPO-INSCRICAO
           ELSE
               MOVE 02            TO REM-D-TIPO-INSCRICAO
           END-IF.
           MOVE CLI-CNPJ          TO REM-D-INSCRICAO.
           MOVE CLI-NOME          TO REM-D-SACADO.
           MOVE CLI-ENDERECO      TO REM-D-ENDERECO.
           MOVE CLI-CEP           TO REM-D-CEP.
           MOVE CLI-CIDADE        TO REM-D-CIDADE.
           MOVE CLI-UF            TO REM-D-UF.
           ADD 1 TO WS-SEQ-REGISTRO.
           MOVE WS-SEQ-REGISTRO   TO REM-D-SEQUENCIA.
           WRITE REM-DETALHE.
           MOVE REC-NOTA         TO WS-NOT-ED.
           MOVE REC-NOSSO-NUMERO TO WS-NN-ED.
           MOVE REC-CLI-COD      TO WS-CLI-ED.
           MOVE REC-VL-PARCELA   TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "INSTR " WS-RET-MOTIVO
                  " NOSSO NUM " WS-NN-ED
                  " NOTA " WS-NOT-ED "/" REC-PARCELA
                  " CLIENTE " WS-CLI-ED
                  " VENCTO " REC-DT-VENCIMENTO
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       GRAVA-DETALHE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RETORNO DO BANCO - BAIXA E CONCILIACAO                *
      *----------------------------------------------------------*
       ROT-RETORNO.
           MOVE "NAO" TO WS-RET-EOF.
           MOVE "C:\HBSIS\DB\COBRET.TXT" TO WS-CAMINHO-RET
                                            RET-ARQ-WK.
           OPEN INPUT ARQRET.
           IF  WK01-RETCOD NOT EQUAL "00"
               MOVE "Arquivo de retorno nao encontrado..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-RETORNO-EXIT.
           MOVE "Processa o retorno do banco ..." TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S"
               CLOSE ARQRET
               GO  TO  ROT-RETORNO-EXIT.
           MOVE ZEROS TO WS-RET-LIDOS WS-RET-BAIXADOS
                         WS-RET-INFORMATIVOS WS-RET-REJEITADOS
                         WS-TOT-VL-PAGO WS-TOT-VL-JUROS
                         WS-TOT-VL-TARIFA WS-TOT-VL-REJEITADO.
           MOVE "ARQRETR.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO            TO WS-CAMINHO-RRJ.
           OPEN EXTEND ARQRETR.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQRETR
               CLOSE ARQRETR
               OPEN EXTEND ARQRETR
           END-IF.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELCOB"   TO SR-REL-BASE.
           MOVE "HBCOB001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "CONCILIACAO DO RETORNO DE COBRANCA - DATA "
                  WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "REJEICOES: 01-NOSSO NUMERO NAO ENCONTRADO"
                  " 02-JA BAIXADA 03-CANCELADA 04-VALOR DIVERGENTE"
                  " 05-REGISTRO INVALIDO 06-MES FECHADO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM LER-RETORNO THRU LER-RETORNO-EXIT
                   UNTIL WS-RET-EOF EQUAL "SIM".
           CLOSE ARQRET.
           CLOSE ARQRETR.
           PERFORM IMPRIME-TOTAIS-RETORNO THRU
                   IMPRIME-TOTAIS-RETORNO-EXIT.
           CLOSE ARQREL.
           MOVE "HBCOB001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "RETORNO BAIXOU " WS-RET-BAIXADOS
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE WS-RET-BAIXADOS   TO WS-CONT-ED.
           MOVE SPACES TO MSG.
           STRING "Baixadas:" WS-CONT-ED
                  DELIMITED BY SIZE INTO MSG.
           MOVE WS-RET-REJEITADOS TO WS-CONT-ED.
           STRING " Rejeitadas:" WS-CONT-ED
                  DELIMITED BY SIZE INTO MSG(16:).
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-RETORNO-EXIT.
           EXIT.

       LER-RETORNO.
           READ ARQRET
               AT END
                   MOVE "SIM" TO WS-RET-EOF
                   GO  TO  LER-RETORNO-EXIT
           END-READ.
           EVALUATE RET-D-TIPO
               WHEN "0"
                   MOVE SPACES TO REL-LINHA
                   STRING "ARQUIVO DO BANCO " RET-H-BANCO
                          " GERADO EM " RET-H-DT-GERACAO
                          DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               WHEN "1"
                   ADD 1 TO WS-RET-LIDOS
                   PERFORM TRATA-TITULO THRU TRATA-TITULO-EXIT
               WHEN "9"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-RET-LIDOS
                   MOVE 05 TO WS-RET-MOTIVO
                   PERFORM GRAVA-REJEITADO THRU GRAVA-REJEITADO-EXIT
           END-EVALUATE.
       LER-RETORNO-EXIT.
           EXIT.

       TRATA-TITULO.
           IF  NOT RET-D-LIQUIDACAO
               ADD 1 TO WS-RET-INFORMATIVOS
               MOVE RET-D-NOSSO-NUMERO TO WS-NN-ED
               MOVE SPACES TO REL-LINHA
               STRING "INFORMATIVO  OCORRENCIA " RET-D-OCORRENCIA
                      " NOSSO NUM " WS-NN-ED
                      " DATA " RET-D-DT-OCORRENCIA
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               GO  TO  TRATA-TITULO-EXIT.
           MOVE ZEROS TO WS-RET-MOTIVO.
           IF  RET-D-NOSSO-NUMERO EQUAL ZEROS
               MOVE 01 TO WS-RET-MOTIVO
               PERFORM GRAVA-REJEITADO THRU GRAVA-REJEITADO-EXIT
               GO  TO  TRATA-TITULO-EXIT.
           MOVE RET-D-NOSSO-NUMERO TO REC-NOSSO-NUMERO.
           READ ARQREC KEY IS REC-NOSSO-NUMERO INVALID KEY
               MOVE 01 TO WS-RET-MOTIVO
           END-READ.
           IF  WS-RET-MOTIVO EQUAL ZEROS
               IF  REC-PAGA
                   MOVE 02 TO WS-RET-MOTIVO
               ELSE
                   IF  REC-CANCELADA
                       MOVE 03 TO WS-RET-MOTIVO
                   END-IF
               END-IF
           END-IF.
           IF  WS-RET-MOTIVO EQUAL ZEROS
               COMPUTE WS-RET-VL-ESPERADO =
                       REC-VL-PARCELA + RET-D-VL-JUROS
               IF  RET-D-VL-PAGO NOT EQUAL WS-RET-VL-ESPERADO
                   MOVE 04 TO WS-RET-MOTIVO
               END-IF
           END-IF.
           IF  WS-RET-MOTIVO EQUAL ZEROS
               MOVE RET-D-DT-OCORRENCIA TO SR-FEC-DATA
               PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-EXIT
               IF  WS-PERIODO-OK EQUAL "NAO"
                   MOVE 06 TO WS-RET-MOTIVO
               END-IF
           END-IF.
           IF  WS-RET-MOTIVO NOT EQUAL ZEROS
               PERFORM GRAVA-REJEITADO THRU GRAVA-REJEITADO-EXIT
               GO  TO  TRATA-TITULO-EXIT.
           MOVE RET-D-DT-OCORRENCIA TO REC-DT-PAGAMENTO.
           MOVE RET-D-VL-PAGO       TO REC-VL-PAGO.
           MOVE RET-D-VL-JUROS      TO REC-VL-JUROS.
           MOVE RET-D-VL-TARIFA     TO REC-VL-TARIFA.
           MOVE "P"                 TO REC-SITUACAO.
           REWRITE REC-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  TRATA-TITULO-EXIT
           NOT INVALID KEY
               MOVE "ALT" TO SR-JRN-OPERACAO
               PERFORM JORNAL-REC THRU JORNAL-REC-EXIT
           END-REWRITE.
           ADD 1               TO WS-RET-BAIXADOS.
           ADD RET-D-VL-PAGO   TO WS-TOT-VL-PAGO.
           ADD RET-D-VL-JUROS  TO WS-TOT-VL-JUROS.
           ADD RET-D-VL-TARIFA TO WS-TOT-VL-TARIFA.
           MOVE REC-NOTA        TO WS-NOT-ED.
           MOVE REC-CLI-COD     TO WS-CLI-ED.
           MOVE RET-D-VL-PAGO   TO WS-VAL-ED.
           MOVE RET-D-VL-JUROS  TO WS-JUR-ED.
           MOVE RET-D-VL-TARIFA TO WS-TAR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "BAIXADA      NOTA " WS-NOT-ED "/" REC-PARCELA
                  " CLIENTE " WS-CLI-ED
                  " PAGO EM " REC-DT-PAGAMENTO
                  " VALOR " WS-VAL-ED
                  " JUROS " WS-JUR-ED
                  " TARIFA " WS-TAR-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       TRATA-TITULO-EXIT.
           EXIT.

      *    MES DA DATA EM SR-FEC-DATA FECHADO PARA A EMPRESA?
       VERIFICA-PERIODO.
           MOVE "SIM"      TO WS-PERIODO-OK.
           MOVE "VER"      TO SR-FEC-FUNCAO.
           MOVE LK-EMP-COD TO SR-FEC-EMP-COD.
           CALL "HBFEC002" USING SR-PARAM-HBFEC002.
           IF  SR88-FEC-FECHADO
               MOVE "NAO" TO WS-PERIODO-OK.
       VERIFICA-PERIODO-EXIT.
           EXIT.

       GRAVA-REJEITADO.
           ADD 1 TO WS-RET-REJEITADOS.
           MOVE WS-RET-MOTIVO TO RETR-MOTIVO.
           MOVE RET-DETALHE   TO RETR-IMAGEM.
           WRITE RETR-REG.
           IF  RET-D-TIPO EQUAL "1"
               ADD RET-D-VL-PAGO TO WS-TOT-VL-REJEITADO.
           MOVE RET-D-NOSSO-NUMERO TO WS-NN-ED.
           MOVE RET-D-NOTA         TO WS-NOT-ED.
           MOVE RET-D-VL-PAGO      TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "REJEITADA " WS-RET-MOTIVO
                  " NOSSO NUM " WS-NN-ED
                  " SEU NUM " WS-NOT-ED "/" RET-D-PARCELA
                  " PAGO EM " RET-D-DT-OCORRENCIA
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       GRAVA-REJEITADO-EXIT.
           EXIT.

       IMPRIME-TOTAIS-RETORNO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-RET-LIDOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TITULOS LIDOS.........: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-RET-BAIXADOS TO WS-CONT-ED.
           MOVE WS-TOT-VL-PAGO  TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "BAIXADOS..............: " WS-CONT-ED
                  " VALOR PAGO " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-VL-JUROS  TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "JUROS RECEBIDOS.......: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-VL-TARIFA TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "TARIFAS BANCARIAS.....: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-RET-INFORMATIVOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "OCORRENCIAS INFORMAT..: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-RET-REJEITADOS   TO WS-CONT-ED.
           MOVE WS-TOT-VL-REJEITADO TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "REJEITADOS (ARQRETR)..: " WS-CONT-ED
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-TOTAIS-RETORNO-EXIT.
           EXIT.

       CONFIRMA.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           MOVE "S" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
       CONFIRMA-EXIT.
           EXIT.

       OFERECE-VISUALIZAR.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Visualizar o relatorio agora ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA EQUAL "S" OR "s"
               MOVE WS-CAMINHO-REL TO LK-ARQ-REL
               CALL "HBVIS001" USING LK-TRANSFERENCIA
               END-CALL
               CANCEL "HBVIS001"
               MOVE SPACES TO LK-ARQ-REL.
       OFERECE-VISUALIZAR-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           MOVE "HBCOB001 " TO LK-PGM(2).
           MOVE "HBCOB001 " TO WK-COD-PGM.
           MOVE " COBRANCA BANCARIA" TO WK-DESC-PGM.
           ACCEPT WK-DATA  FROM DATE.
           ACCEPT WK-HORA  FROM TIME.
           MOVE WK-DIA            TO WK-DIA-SALVO.
           MOVE WK-ANO            TO WK-DIA.
           MOVE WK-DIA-SALVO      TO WK-ANO.
           PERFORM 9000-ANO2000.
           MOVE WK-DATA-MIL       TO WK-DATA-SYS.
           MOVE WK-DIA-INV        TO WK-DIA-EXT.
           MOVE WK-ANO-INV        TO WK-ANO-EXT.
           MOVE WK-MES-R (WK-MES-INV) TO WK-MES-EXT.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQREC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-REC REC-ARQ-WK.
           OPEN I-O ARQREC.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQREC
              CLOSE ARQREC
              OPEN I-O ARQREC
           END-IF
           MOVE " RECEBER  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCLI
              CLOSE ARQCLI
              OPEN INPUT ARQCLI
           END-IF
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBCOB001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBCOB001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQREC.
           CLOSE ARQCLI.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       MENSAGEM.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           PERFORM TEST AFTER UNTIL TECLA = "01"
                   MOVE SPACES TO AUXILIAR
                   DISPLAY G-TMSG DISPLAY MSG AT 2332
                   ACCEPT AUXILIAR AT 2580 WITH AUTO-SKIP
                   ACCEPT TECLA FROM ESCAPE KEY
           END-PERFORM
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA.
       MENSAGEM-EXIT.
           EXIT.

       SALVA-TELA.
           call "CBL_READ_SCR_CHATTRS" using screen-origin(1)
                          screen-buffer(1)
                          screen-attrs(1)
                          screen-string-length(1).
       SALVA-TELA-EXIT.
           EXIT.

       RESTAURA-TELA.
           call "CBL_WRITE_SCR_CHATTRS" using screen-origin(1)
                      screen-buffer(1)
                      screen-attrs(1)
                      screen-string-length(1).
       RESTAURA-TELA-EXIT.
           EXIT.

       JORNAL-REC.
           MOVE "ARQREC"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-REC            TO SR-JRN-CAMINHO.
           MOVE REC-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-REC-EXIT.
           EXIT.

       9700-GRAVA-LOG SECTION.
       9700-000.
           MOVE WS-CAMINHO               TO WS-CAMINHO-SALVO.
           MOVE "C:\HBSIS\DB\ARQLOG.DAT" TO WS-CAMINHO.
           OPEN EXTEND ARQLOG.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
           END-IF.
           ACCEPT WK-DATA FROM DATE.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-DIA                   TO WK-DIA-SALVO.
           MOVE WK-ANO                   TO WK-DIA.
           MOVE WK-DIA-SALVO             TO WK-ANO.
           MOVE WK-DIA                   TO LOG-DIA.
           MOVE WK-MES                   TO LOG-MES.
           MOVE WK-ANO                   TO LOG-ANO.
           MOVE WK-HORA                  TO LOG-HORA.
           MOVE LK-USUARIO               TO LOG-USUARIO.
           MOVE WS-LOG-PROGRAMA          TO LOG-PROGRAMA.
           MOVE WS-LOG-ACAO              TO LOG-ACAO.
           WRITE LOG-REG.
           CLOSE ARQLOG.
           MOVE WS-CAMINHO-SALVO         TO WS-CAMINHO.
       9700-EXIT.
           EXIT.

      *    JOURNAL DO MOVIMENTO (HBJRN002): BASE DA REAPLICACAO
      *    APOS A RESTAURACAO DE UM BACKUP (HBJRN001)
       9800-GRAVA-JORNAL SECTION.
       9800-000.
           MOVE "GRV"                    TO SR-JRN-FUNCAO.
           MOVE LK-EMP-COD               TO SR-JRN-EMP-COD.
           MOVE LK-USUARIO               TO SR-JRN-USUARIO.
           MOVE "HBCOB001"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBCOB001"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".
