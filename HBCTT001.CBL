       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBCTT001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - HISTORICO DE CONTATOS COM O CLIENTE (ARQCTT): VISITA,
      *   TELEFONE OU E-MAIL, COM VENDEDOR, RESULTADO, OBSERVACAO,
      *   PROXIMO CONTATO PLANEJADO E VINCULO OPCIONAL COM A
      *   COTACAO (ARQCOT) OU O PEDIDO (ARQPED) QUE RESULTOU
      * - O HISTORICO E DO CLIENTE: TRANSFERIDA A CARTEIRA NO
      *   HBVEN001, O NOVO VENDEDOR ENXERGA TUDO
      * - VINCULAR: LIGA DEPOIS A COTACAO OU O PEDIDO A UM
      *   CONTATO JA REGISTRADO
      * - AGENDA SEMANAL POR VENDEDOR ATUAL DO CLIENTE, PELAS
      *   DATAS DE PROXIMO CONTATO (RELAGE.TXT); CONTATO JA
      *   SEGUIDO DE OUTRO DO MESMO CLIENTE SAI DA AGENDA
      * - VISITAS SEM COTACAO NEM PEDIDO DO CLIENTE EM ATE 30
      *   DIAS (RELVSR.TXT), COM RESUMO POR VENDEDOR
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FCTT0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\HBSIS\FTT\FVEN0001.SEL".
           COPY "C:\Hbsis\ftt\FCOT0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FCTT0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\HBSIS\FTT\FVEN0001.FD".
           COPY "C:\Hbsis\ftt\FCOT0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
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
       77  WS-CAMINHO-CTT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-COT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  CLI-ARQ-WK                 PIC X(080)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-CTT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-COT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-PED-EOF                 PIC XXX     VALUE "NAO".
       77  WS-VEN-EOF                 PIC XXX     VALUE "NAO".
       77  WS-TAB-ESTOUROU            PIC XXX     VALUE "NAO".
       77  WS-TEM-RESULTADO           PIC XXX     VALUE "NAO".
       77  WS-SUPERADO                PIC XXX     VALUE "NAO".
       77  WS-CON-NUMERO              PIC 9(010)  VALUE ZEROS.
       77  WS-CON-DATA                PIC 9(008)  VALUE ZEROS.
       77  WS-CON-VEN                 PIC 9(007)  VALUE ZEROS.
       77  WS-CON-TIPO                PIC X(001)  VALUE SPACES.
       77  WS-CON-RESULTADO           PIC X(001)  VALUE SPACES.
       77  WS-CON-OBS                 PIC X(060)  VALUE SPACES.
       77  WS-CON-DT-PROX             PIC 9(008)  VALUE ZEROS.
       77  WS-CON-COT                 PIC 9(010)  VALUE ZEROS.
       77  WS-CON-PED                 PIC 9(010)  VALUE ZEROS.
       77  WS-REL-CLI                 PIC 9(007)  VALUE ZEROS.
       77  WS-VEN-FILTRO              PIC 9(007)  VALUE ZEROS.
       77  WS-DT-INI                  PIC 9(008)  VALUE ZEROS.
       77  WS-DT-FIM                  PIC 9(008)  VALUE ZEROS.
       77  WS-DT-LIMITE               PIC 9(008)  VALUE ZEROS.
       77  WS-CLI-ATUAL               PIC 9(007)  VALUE ZEROS.
       77  WS-NUM-ATUAL               PIC 9(010)  VALUE ZEROS.
       77  WS-IND                     PIC 9(004)  VALUE ZEROS.
       77  WS-IND-MIN                 PIC 9(004)  VALUE ZEROS.
       77  WS-QTD-AGE                 PIC 9(004)  VALUE ZEROS.
       77  WS-IMPRESSOS               PIC 9(004)  VALUE ZEROS.
       77  WS-MENOR-CHAVE             PIC 9(015)  VALUE ZEROS.
       77  WS-CHAVE-AGE               PIC 9(015)  VALUE ZEROS.
       77  WS-VEN-ATUAL               PIC 9(007)  VALUE ZEROS.
       77  WS-QTD-VEN                 PIC 9(003)  VALUE ZEROS.
       77  WS-VISITAS                 PIC 9(005)  VALUE ZEROS.
       77  WS-SEM-RESULT              PIC 9(005)  VALUE ZEROS.
       77  WS-CONTADOS                PIC 9(005)  VALUE ZEROS.
       77  WS-NUM-ED                  PIC Z(009)9.
       77  WS-COT-ED                  PIC Z(009)9.
       77  WS-PED-ED                  PIC Z(009)9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-VEN-ED                  PIC ZZZZZZ9.
       77  WS-CONT-ED                 PIC ZZZZ9.
       77  WS-CONT2-ED                PIC ZZZZ9.
       77  WS-TIPO-DESC               PIC X(008)  VALUE SPACES.
       77  WS-RES-DESC                PIC X(008)  VALUE SPACES.
       01  WS-TAB-AGENDA.
           03  WS-TA-ENT              OCCURS 1000 TIMES.
               05  WS-TA-VEN          PIC 9(007).
               05  WS-TA-DATA         PIC 9(008).
               05  WS-TA-NUMERO       PIC 9(010).
               05  WS-TA-IMP          PIC X(001).
       01  WS-TAB-VENDEDORES.
           03  WS-TV-ENT              OCCURS 200 TIMES.
               05  WS-TV-VEN          PIC 9(007).
               05  WS-TV-VISITAS      PIC 9(005).
               05  WS-TV-SEM          PIC 9(005).

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       COPY "C:\HBSIS\FTT\HBDATA01.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TCTT0001.SS".
       COPY "C:\Hbsis\ftt\TOPCCTT.SS".
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
           DISPLAY G-TOPCCTT.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-REGISTRO  THRU ROT-REGISTRO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-HISTORICO THRU ROT-HISTORICO-EXIT
           WHEN WK-OPCAO EQUAL 3
                PERFORM ROT-VINCULO   THRU ROT-VINCULO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 4
                PERFORM ROT-AGENDA    THRU ROT-AGENDA-EXIT
           WHEN WK-OPCAO EQUAL 5
                PERFORM ROT-SEM-RESULTADO THRU
                        ROT-SEM-RESULTADO-EXIT
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "INC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "ALT" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 4
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 5
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBCTT001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBCTT001"              TO WS-LOG-PROGRAMA.
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
      *    REGISTRO DE UM CONTATO                                 *
      *----------------------------------------------------------*
       ROT-REGISTRO.
           DISPLAY G-TCTT0001.
           MOVE ZEROS TO WK-7DIG.
       ENTRAR-CLIENTE.
           ACCEPT  WK-7DIG AT 0925 WITH UPDATE AUTO-SKIP
           DISPLAY WK-7DIG AT 0925
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WK-7DIG = ZEROS THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ROT-REGISTRO-EXIT
           END-IF
           MOVE WK-7DIG TO CLI-COD
           READ ARQCLI INVALID KEY
                MOVE "Cliente nao cadastrado...              "
                                    TO WK-MSG-ADV1
                MOVE "Informe um cliente existente...        "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  ENTRAR-CLIENTE
           END-READ
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               MOVE "Cliente de outra empresa...            "
                                   TO WK-MSG-ADV1
               MOVE "Informe um cliente desta empresa...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-CLIENTE.
           DISPLAY CLI-NOME(1:30) AT 0935 WITH REVERSE-VIDEO.
       ENTRAR-DATA.
           MOVE WK-DATA-SYS TO WS-CON-DATA.
           ACCEPT WS-CON-DATA AT 1025 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-REGISTRO-EXIT
           END-IF
           MOVE "VAL"       TO SR-DAT-FUNCAO.
           MOVE WS-CON-DATA TO SR-DAT-DATA1.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  NOT SR88-DAT-OK
               OR WS-CON-DATA GREATER THAN WK-DATA-SYS
               MOVE "Data do contato invalida...            "
                                   TO WK-MSG-ADV1
               MOVE "Informe hoje ou uma data passada...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-DATA.
       ENTRAR-VENDEDOR.
           MOVE CLI-VEN-COD TO WS-CON-VEN.
           ACCEPT WS-CON-VEN AT 1125 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-REGISTRO-EXIT
           END-IF
           MOVE WS-CON-VEN TO VEN-COD.
           READ ARQVEN INVALID KEY
                MOVE "Vendedor nao cadastrado...             "
                                    TO WK-MSG-ADV1
                MOVE "Informe um vendedor existente...       "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  ENTRAR-VENDEDOR
           END-READ.
           DISPLAY VEN-NOME(1:30) AT 1135 WITH REVERSE-VIDEO.
       ENTRAR-TIPO.
           MOVE "V" TO WS-CON-TIPO.
           ACCEPT WS-CON-TIPO AT 1225 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-REGISTRO-EXIT
           END-IF
           IF  WS-CON-TIPO EQUAL "v"
               MOVE "V" TO WS-CON-TIPO.
           IF  WS-CON-TIPO EQUAL "t"
               MOVE "T" TO WS-CON-TIPO.
           IF  WS-CON-TIPO EQUAL "e"
               MOVE "E" TO WS-CON-TIPO.
           IF  WS-CON-TIPO NOT EQUAL "V" AND WS-CON-TIPO NOT EQUAL "T"
               AND WS-CON-TIPO NOT EQUAL "E"
               MOVE "Tipo de contato invalido...            "
                                   TO WK-MSG-ADV1
               MOVE "Use V-Visita T-Telefone E-E-mail...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-TIPO.
       ENTRAR-RESULTADO.
           MOVE "P" TO WS-CON-RESULTADO.
           ACCEPT WS-CON-RESULTADO AT 1325 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-REGISTRO-EXIT
           END-IF
           IF  WS-CON-RESULTADO EQUAL "p"
               MOVE "P" TO WS-CON-RESULTADO.
           IF  WS-CON-RESULTADO EQUAL "n"
               MOVE "N" TO WS-CON-RESULTADO.
           IF  WS-CON-RESULTADO EQUAL "r"
               MOVE "R" TO WS-CON-RESULTADO.
           IF  WS-CON-RESULTADO EQUAL "a"
               MOVE "A" TO WS-CON-RESULTADO.
           IF  WS-CON-RESULTADO NOT EQUAL "P"
               AND WS-CON-RESULTADO NOT EQUAL "N"
               AND WS-CON-RESULTADO NOT EQUAL "R"
               AND WS-CON-RESULTADO NOT EQUAL "A"
               MOVE "Resultado invalido...                  "
                                   TO WK-MSG-ADV1
               MOVE "Use P, N, R ou A (veja a legenda)...   "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-RESULTADO.
           MOVE SPACES TO WS-CON-OBS.
           ACCEPT WS-CON-OBS AT 1415 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY.
       ENTRAR-PROXIMO.
           MOVE ZEROS TO WS-CON-DT-PROX.
           ACCEPT WS-CON-DT-PROX AT 1525 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ROT-REGISTRO-EXIT
           END-IF
           IF  WS-CON-DT-PROX EQUAL ZEROS
               GO  TO  ENTRAR-VINCULO.
           MOVE "VAL"          TO SR-DAT-FUNCAO.
           MOVE WS-CON-DT-PROX TO SR-DAT-DATA1.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  NOT SR88-DAT-OK
               OR WS-CON-DT-PROX NOT GREATER THAN WS-CON-DATA
               MOVE "Proximo contato invalido...            "
                                   TO WK-MSG-ADV1
               MOVE "Informe data apos o contato ou zero... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-PROXIMO.
       ENTRAR-VINCULO.
           PERFORM ENTRAR-COT-PED THRU ENTRAR-COT-PED-EXIT.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-REGISTRO-EXIT.
           MOVE "Confirma o registro do contato ..." TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA EQUAL "S" OR "s"
               PERFORM GRAVAR-CONTATO THRU GRAVAR-CONTATO-EXIT.
       ROT-REGISTRO-EXIT.
           EXIT.

      *    COTACAO E PEDIDO, SE INFORMADOS, SAO DO PROPRIO CLIENTE
       ENTRAR-COT-PED.
           MOVE ZEROS TO WS-CON-COT WS-CON-PED.
           ACCEPT WS-CON-COT AT 1625 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ENTRAR-COT-PED-EXIT
           END-IF
           IF  WS-CON-COT EQUAL ZEROS
               GO  TO  ENTRAR-COT-PED-PEDIDO.
           MOVE WS-CON-COT TO COT-NUMERO.
           READ ARQCOT INVALID KEY
               MOVE ZEROS TO COT-CLI-COD
           END-READ.
           IF  COT-CLI-COD NOT EQUAL CLI-COD
               MOVE "Cotacao nao encontrada p/ o cliente... "
                                   TO WK-MSG-ADV1
               MOVE "Informe a cotacao ou deixe zerado...   "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-COT-PED.
       ENTRAR-COT-PED-PEDIDO.
           DISPLAY "/" AT 1636.
           ACCEPT WS-CON-PED AT 1638 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              GO  TO  ENTRAR-COT-PED-EXIT
           END-IF
           IF  WS-CON-PED EQUAL ZEROS
               GO  TO  ENTRAR-COT-PED-EXIT.
           MOVE CLI-COD    TO PED-CLI-COD.
           MOVE WS-CON-PED TO PED-PEDIDO.
           READ ARQPED INVALID KEY
               MOVE "Pedido nao encontrado p/ o cliente...  "
                                   TO WK-MSG-ADV1
               MOVE "Informe o pedido ou deixe zerado...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-COT-PED-PEDIDO
           END-READ.
       ENTRAR-COT-PED-EXIT.
           EXIT.

       GRAVAR-CONTATO.
           MOVE "OBT"      TO SR-SEQ-FUNCAO.
           MOVE "CONTATOS" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "O contato nao foi gravado...           "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  GRAVAR-CONTATO-EXIT.
           MOVE SPACES           TO CTT-REG.
           MOVE SR-SEQ-NUMERO    TO CTT-NUMERO.
           MOVE CLI-COD          TO CTT-CLI-COD.
           MOVE WS-CON-DATA      TO CTT-DATA.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-HORA(1:6)     TO CTT-HORA.
           MOVE WS-CON-VEN       TO CTT-VEN-COD.
           MOVE WS-CON-TIPO      TO CTT-TIPO.
           MOVE WS-CON-RESULTADO TO CTT-RESULTADO.
           MOVE WS-CON-OBS       TO CTT-OBS.
           MOVE WS-CON-DT-PROX   TO CTT-DT-PROXIMO.
           MOVE WS-CON-COT       TO CTT-COT-NUMERO.
           MOVE WS-CON-PED       TO CTT-PEDIDO.
           MOVE LK-USUARIO       TO CTT-USUARIO.
           WRITE CTT-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  GRAVAR-CONTATO-EXIT
           END-WRITE.
           MOVE "HBCTT001"              TO WS-LOG-PROGRAMA.
           MOVE "REGISTROU CONTATO"     TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE CTT-NUMERO TO WS-NUM-ED.
           MOVE SPACES TO MSG.
           STRING "Contato " WS-NUM-ED " registrado..."
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       GRAVAR-CONTATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VINCULO POSTERIOR DE COTACAO OU PEDIDO A UM CONTATO    *
      *----------------------------------------------------------*
       ROT-VINCULO.
           DISPLAY G-TCTT0001.
           MOVE ZEROS TO WS-CON-NUMERO.
           ACCEPT WS-CON-NUMERO AT 0825 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WS-CON-NUMERO = ZEROS THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ROT-VINCULO-EXIT
           END-IF
           MOVE WS-CON-NUMERO TO CTT-NUMERO.
           READ ARQCTT INVALID KEY
                MOVE "Contato nao encontrado...              "
                                    TO WK-MSG-ADV1
                MOVE "Informe o numero do contato...         "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  ROT-VINCULO-EXIT
           END-READ.
           MOVE CTT-CLI-COD TO CLI-COD.
           READ ARQCLI INVALID KEY
               MOVE SPACES TO CLI-NOME
           END-READ.
           PERFORM MOSTRA-CONTATO THRU MOSTRA-CONTATO-EXIT.
           PERFORM ENTRAR-COT-PED THRU ENTRAR-COT-PED-EXIT.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-VINCULO-EXIT.
           IF  WS-CON-COT EQUAL ZEROS AND WS-CON-PED EQUAL ZEROS
               GO  TO  ROT-VINCULO-EXIT.
           MOVE "Confirma o vinculo ..." TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND "s"
               GO  TO  ROT-VINCULO-EXIT.
           MOVE WS-CON-NUMERO TO CTT-NUMERO.
           READ ARQCTT INVALID KEY
               GO  TO  ROT-VINCULO-EXIT
           END-READ.
           IF  WS-CON-COT NOT EQUAL ZEROS
               MOVE WS-CON-COT TO CTT-COT-NUMERO.
           IF  WS-CON-PED NOT EQUAL ZEROS
               MOVE WS-CON-PED TO CTT-PEDIDO.
           REWRITE CTT-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  ROT-VINCULO-EXIT
           END-REWRITE.
           MOVE "HBCTT001"              TO WS-LOG-PROGRAMA.
           MOVE "VINCULOU CONTATO"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE "Vinculo gravado..." TO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       ROT-VINCULO-EXIT.
           EXIT.

       MOSTRA-CONTATO.
           DISPLAY CTT-CLI-COD     AT 0925.
           DISPLAY CLI-NOME(1:30)  AT 0935 WITH REVERSE-VIDEO.
           DISPLAY CTT-DATA        AT 1025.
           DISPLAY CTT-VEN-COD     AT 1125.
           DISPLAY CTT-TIPO        AT 1225.
           DISPLAY CTT-RESULTADO   AT 1325.
           DISPLAY CTT-OBS         AT 1415.
           DISPLAY CTT-DT-PROXIMO  AT 1525.
           DISPLAY CTT-COT-NUMERO  AT 1625.
           DISPLAY "/"             AT 1636.
           DISPLAY CTT-PEDIDO      AT 1638.
       MOSTRA-CONTATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    HISTORICO DE CONTATOS DE UM CLIENTE                    *
      *----------------------------------------------------------*
       ROT-HISTORICO.
           MOVE ZEROS TO WS-REL-CLI.
           DISPLAY "Cliente:" AT 2003.
           ACCEPT WS-REL-CLI AT 2012 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01" OR WS-REL-CLI EQUAL ZEROS
               GO  TO  ROT-HISTORICO-LIMPA.
           MOVE WS-REL-CLI TO CLI-COD.
           READ ARQCLI INVALID KEY
               MOVE "Cliente nao cadastrado..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-HISTORICO-LIMPA
           END-READ.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELCTT"   TO SR-REL-BASE.
           MOVE "HBCTT001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE CLI-COD TO WS-CLI-ED.
           MOVE CLI-VEN-COD TO WS-VEN-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "HISTORICO DE CONTATOS - CLIENTE " WS-CLI-ED " "
                  CLI-NOME " - VENDEDOR ATUAL " WS-VEN-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "    NUMERO DATA     VENDED. TIPO     RESULT.  "
                  "PROXIMO      COTACAO     PEDIDO USUARIO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-CONTADOS.
           MOVE "NAO" TO WS-CTT-EOF.
           MOVE WS-REL-CLI TO CTT-CLI-COD.
           START ARQCTT KEY IS EQUAL CTT-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-CTT-EOF.
           PERFORM LISTA-HISTORICO THRU LISTA-HISTORICO-EXIT
                   UNTIL WS-CTT-EOF EQUAL "SIM".
           MOVE WS-CONTADOS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "CONTATOS: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBCTT001"              TO WS-LOG-PROGRAMA.
           MOVE "HISTORICO CONTATOS"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-HISTORICO-LIMPA.
           DISPLAY "                              " AT 2003.
       ROT-HISTORICO-EXIT.
           EXIT.

       LISTA-HISTORICO.
           READ ARQCTT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CTT-EOF
                   GO  TO  LISTA-HISTORICO-EXIT
           END-READ.
           IF  CTT-CLI-COD NOT EQUAL WS-REL-CLI
               MOVE "SIM" TO WS-CTT-EOF
               GO  TO  LISTA-HISTORICO-EXIT.
           ADD 1 TO WS-CONTADOS.
           PERFORM DESCREVE-CONTATO THRU DESCREVE-CONTATO-EXIT.
           MOVE CTT-NUMERO     TO WS-NUM-ED.
           MOVE CTT-VEN-COD    TO WS-VEN-ED.
           MOVE CTT-COT-NUMERO TO WS-COT-ED.
           MOVE CTT-PEDIDO     TO WS-PED-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-NUM-ED " " CTT-DATA " " WS-VEN-ED " "
                  WS-TIPO-DESC " " WS-RES-DESC " " CTT-DT-PROXIMO
                  " " WS-COT-ED " " WS-PED-ED " " CTT-USUARIO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF  CTT-OBS NOT EQUAL SPACES
               MOVE SPACES TO REL-LINHA
               STRING "           " CTT-OBS
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
       LISTA-HISTORICO-EXIT.
           EXIT.

       DESCREVE-CONTATO.
           EVALUATE TRUE
           WHEN CTT-VISITA
                MOVE "VISITA  " TO WS-TIPO-DESC
           WHEN CTT-TELEFONE
                MOVE "TELEFONE" TO WS-TIPO-DESC
           WHEN CTT-EMAIL
                MOVE "E-MAIL  " TO WS-TIPO-DESC
           WHEN OTHER
                MOVE SPACES     TO WS-TIPO-DESC
           END-EVALUATE.
           EVALUATE TRUE
           WHEN CTT-POSITIVO
                MOVE "POSITIVO" TO WS-RES-DESC
           WHEN CTT-NEGATIVO
                MOVE "NEGATIVO" TO WS-RES-DESC
           WHEN CTT-RETORNAR
                MOVE "RETORNAR" TO WS-RES-DESC
           WHEN CTT-AUSENTE
                MOVE "AUSENTE " TO WS-RES-DESC
           WHEN OTHER
                MOVE SPACES     TO WS-RES-DESC
           END-EVALUATE.
       DESCREVE-CONTATO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    AGENDA SEMANAL POR VENDEDOR (PROXIMOS CONTATOS)        *
      *----------------------------------------------------------*
       ROT-AGENDA.
           MOVE WK-DATA-SYS TO WS-DT-INI.
           DISPLAY "Semana a partir de (AAAAMMDD):" AT 2003.
           ACCEPT WS-DT-INI AT 2034 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-AGENDA-LIMPA.
           MOVE "SOM"     TO SR-DAT-FUNCAO.
           MOVE WS-DT-INI TO SR-DAT-DATA1.
           MOVE 6         TO SR-DAT-DIAS.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  NOT SR88-DAT-OK
               MOVE "Data invalida..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-AGENDA-LIMPA.
           MOVE SR-DAT-DATA2 TO WS-DT-FIM.
           MOVE ZEROS TO WS-VEN-FILTRO.
           DISPLAY "Vendedor (0=todos)............:" AT 2103.
           ACCEPT WS-VEN-FILTRO AT 2134 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-AGENDA-LIMPA.
           INITIALIZE WS-TAB-AGENDA.
           MOVE ZEROS TO WS-QTD-AGE.
           MOVE "NAO" TO WS-TAB-ESTOUROU.
           MOVE "NAO" TO WS-CTT-EOF.
           MOVE WS-DT-INI TO CTT-DT-PROXIMO.
           START ARQCTT KEY IS NOT LESS THAN CTT-DT-PROXIMO
               INVALID KEY
               MOVE "SIM" TO WS-CTT-EOF.
           PERFORM SELECIONA-AGENDA THRU SELECIONA-AGENDA-EXIT
                   UNTIL WS-CTT-EOF EQUAL "SIM".
           MOVE ZEROS TO WS-IND.
           PERFORM VERIFICA-SUPERADO THRU VERIFICA-SUPERADO-EXIT
                   UNTIL WS-IND NOT LESS THAN WS-QTD-AGE.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELAGE"   TO SR-REL-BASE.
           MOVE "HBCTT001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "AGENDA DE CONTATOS DE " WS-DT-INI " A " WS-DT-FIM
                  " - " LK-EMP-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-VEN-ATUAL WS-IMPRESSOS.
           MOVE 999999999 TO WS-VEN-ATUAL.
           PERFORM IMPRIME-AGENDA THRU IMPRIME-AGENDA-EXIT
                   UNTIL WS-IMPRESSOS NOT LESS THAN WS-QTD-AGE.
           IF  WS-IMPRESSOS EQUAL ZEROS
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "NENHUM CONTATO PLANEJADO NO PERIODO" TO REL-LINHA
               WRITE REL-LINHA.
           IF  WS-TAB-ESTOUROU EQUAL "SIM"
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "*** AGENDA INCOMPLETA: TABELA ESTOUROU ***"
                                   TO REL-LINHA
               WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBCTT001"              TO WS-LOG-PROGRAMA.
           MOVE "AGENDA DE CONTATOS"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-AGENDA-LIMPA.
           DISPLAY "                                          "
                   AT 2003.
           DISPLAY "                                          "
                   AT 2103.
       ROT-AGENDA-EXIT.
           EXIT.

      *    A AGENDA VAI PARA O VENDEDOR ATUAL DO CLIENTE
       SELECIONA-AGENDA.
           READ ARQCTT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CTT-EOF
                   GO  TO  SELECIONA-AGENDA-EXIT
           END-READ.
           IF  CTT-DT-PROXIMO GREATER THAN WS-DT-FIM
               MOVE "SIM" TO WS-CTT-EOF
               GO  TO  SELECIONA-AGENDA-EXIT.
           MOVE CTT-CLI-COD TO CLI-COD.
           READ ARQCLI INVALID KEY
               GO  TO  SELECIONA-AGENDA-EXIT
           END-READ.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               GO  TO  SELECIONA-AGENDA-EXIT.
           IF  WS-VEN-FILTRO NOT EQUAL ZEROS
               AND CLI-VEN-COD NOT EQUAL WS-VEN-FILTRO
               GO  TO  SELECIONA-AGENDA-EXIT.
           IF  WS-QTD-AGE NOT LESS THAN 1000
               MOVE "SIM" TO WS-TAB-ESTOUROU
               GO  TO  SELECIONA-AGENDA-EXIT.
           ADD 1 TO WS-QTD-AGE.
           MOVE CLI-VEN-COD    TO WS-TA-VEN(WS-QTD-AGE).
           MOVE CTT-DT-PROXIMO TO WS-TA-DATA(WS-QTD-AGE).
           MOVE CTT-NUMERO     TO WS-TA-NUMERO(WS-QTD-AGE).
       SELECIONA-AGENDA-EXIT.
           EXIT.

      *    CONTATO SEGUIDO DE OUTRO DO MESMO CLIENTE JA FOI FEITO:
      *    MARCADO COMO IMPRESSO PARA NAO SAIR NA AGENDA
       VERIFICA-SUPERADO.
           ADD 1 TO WS-IND.
           MOVE WS-TA-NUMERO(WS-IND) TO CTT-NUMERO WS-NUM-ATUAL.
           READ ARQCTT INVALID KEY
               GO  TO  VERIFICA-SUPERADO-EXIT
           END-READ.
           MOVE CTT-CLI-COD TO WS-CLI-ATUAL.
           MOVE "NAO" TO WS-SUPERADO WS-CTT-EOF.
           START ARQCTT KEY IS EQUAL CTT-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-CTT-EOF.
           PERFORM PROCURA-POSTERIOR THRU PROCURA-POSTERIOR-EXIT
                   UNTIL WS-CTT-EOF EQUAL "SIM".
           IF  WS-SUPERADO EQUAL "SIM"
               MOVE "S" TO WS-TA-IMP(WS-IND)
               ADD 1 TO WS-IMPRESSOS.
       VERIFICA-SUPERADO-EXIT.
           EXIT.

       PROCURA-POSTERIOR.
           READ ARQCTT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CTT-EOF
                   GO  TO  PROCURA-POSTERIOR-EXIT
           END-READ.
           IF  CTT-CLI-COD NOT EQUAL WS-CLI-ATUAL
               MOVE "SIM" TO WS-CTT-EOF
               GO  TO  PROCURA-POSTERIOR-EXIT.
           IF  CTT-NUMERO GREATER THAN WS-NUM-ATUAL
               MOVE "SIM" TO WS-SUPERADO WS-CTT-EOF.
       PROCURA-POSTERIOR-EXIT.
           EXIT.

      *    ORDEM: VENDEDOR, DATA PLANEJADA, NUMERO DO CONTATO
       IMPRIME-AGENDA.
           MOVE ZEROS TO WS-IND-MIN WS-IND.
       IMPRIME-AGENDA-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-AGE
               GO  TO  IMPRIME-AGENDA-GRAVA.
           IF  WS-TA-IMP(WS-IND) EQUAL "S"
               GO  TO  IMPRIME-AGENDA-PROCURA.
           COMPUTE WS-CHAVE-AGE = WS-TA-VEN(WS-IND) * 100000000
                                + WS-TA-DATA(WS-IND).
           IF  WS-IND-MIN EQUAL ZEROS
               OR WS-CHAVE-AGE LESS THAN WS-MENOR-CHAVE
               MOVE WS-CHAVE-AGE TO WS-MENOR-CHAVE
               MOVE WS-IND       TO WS-IND-MIN.
           GO  TO  IMPRIME-AGENDA-PROCURA.
       IMPRIME-AGENDA-GRAVA.
           IF  WS-IND-MIN EQUAL ZEROS
               MOVE WS-QTD-AGE TO WS-IMPRESSOS
               GO  TO  IMPRIME-AGENDA-EXIT.
           MOVE "S" TO WS-TA-IMP(WS-IND-MIN).
           ADD 1 TO WS-IMPRESSOS.
           IF  WS-TA-VEN(WS-IND-MIN) NOT EQUAL WS-VEN-ATUAL
               MOVE WS-TA-VEN(WS-IND-MIN) TO WS-VEN-ATUAL VEN-COD
                                             WS-VEN-ED
               READ ARQVEN INVALID KEY
                   MOVE "SEM VENDEDOR" TO VEN-NOME
               END-READ
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING "VENDEDOR " WS-VEN-ED " " VEN-NOME
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING "PLANEJADO CLIENTE NOME                      "
                      "FONE            ULT.CONTATO TIPO     RESULT."
                      "  OBSERVACAO"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
           MOVE WS-TA-NUMERO(WS-IND-MIN) TO CTT-NUMERO.
           READ ARQCTT INVALID KEY
               GO  TO  IMPRIME-AGENDA-EXIT
           END-READ.
           MOVE CTT-CLI-COD TO CLI-COD WS-CLI-ED.
           READ ARQCLI INVALID KEY
               MOVE SPACES TO CLI-NOME CLI-FONE
           END-READ.
           PERFORM DESCREVE-CONTATO THRU DESCREVE-CONTATO-EXIT.
           MOVE SPACES TO REL-LINHA.
           STRING CTT-DT-PROXIMO " " WS-CLI-ED " " CLI-NOME(1:25)
                  " " CLI-FONE " " CTT-DATA "    " WS-TIPO-DESC " "
                  WS-RES-DESC " " CTT-OBS(1:30)
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-AGENDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    VISITAS SEM COTACAO NEM PEDIDO EM ATE 30 DIAS          *
      *----------------------------------------------------------*
       ROT-SEM-RESULTADO.
           MOVE "SOM"       TO SR-DAT-FUNCAO.
           MOVE WK-DATA-SYS TO SR-DAT-DATA1.
           MOVE -30         TO SR-DAT-DIAS.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           MOVE SR-DAT-DATA2 TO WS-DT-FIM.
           MOVE WS-DT-FIM    TO WS-DT-INI.
           MOVE "01"         TO WS-DT-INI(7:2).
           DISPLAY "Visitas de (AAAAMMDD):" AT 2003.
           ACCEPT WS-DT-INI AT 2026 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-SEM-RESULTADO-LIMPA.
           DISPLAY "ate (AAAAMMDD)........:" AT 2103.
           ACCEPT WS-DT-FIM AT 2126 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-SEM-RESULTADO-LIMPA.
           INITIALIZE WS-TAB-VENDEDORES.
           MOVE ZEROS TO WS-QTD-VEN WS-VISITAS WS-SEM-RESULT.
           MOVE "NAO" TO WS-TAB-ESTOUROU.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELVSR"   TO SR-REL-BASE.
           MOVE "HBCTT001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "VISITAS DE " WS-DT-INI " A " WS-DT-FIM
                  " SEM COTACAO NEM PEDIDO DO CLIENTE EM ATE 30 DIAS"
                  " - " LK-EMP-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "    NUMERO DATA     VENDED. CLIENTE NOME       "
                  "               RESULT.  OBSERVACAO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-CTT-EOF.
           MOVE ZEROS TO CTT-NUMERO.
           START ARQCTT KEY IS NOT LESS THAN CTT-NUMERO INVALID KEY
               MOVE "SIM" TO WS-CTT-EOF.
           PERFORM TRATA-VISITA THRU TRATA-VISITA-EXIT
                   UNTIL WS-CTT-EOF EQUAL "SIM".
           MOVE WS-VISITAS    TO WS-CONT-ED.
           MOVE WS-SEM-RESULT TO WS-CONT2-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "VISITAS NO PERIODO: " WS-CONT-ED
                  "   SEM RESULTADO: " WS-CONT2-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-RESUMO-VEN THRU IMPRIME-RESUMO-VEN-EXIT.
           IF  WS-TAB-ESTOUROU EQUAL "SIM"
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE "*** RESUMO INCOMPLETO: TABELA ESTOUROU ***"
                                   TO REL-LINHA
               WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBCTT001"              TO WS-LOG-PROGRAMA.
           MOVE "VISITAS SEM RESULT."   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-SEM-RESULTADO-LIMPA.
           DISPLAY "                                          "
                   AT 2003.
           DISPLAY "                                          "
                   AT 2103.
       ROT-SEM-RESULTADO-EXIT.
           EXIT.

       TRATA-VISITA.
           READ ARQCTT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CTT-EOF
                   GO  TO  TRATA-VISITA-EXIT
           END-READ.
           IF  NOT CTT-VISITA
               OR CTT-DATA LESS THAN WS-DT-INI
               OR CTT-DATA GREATER THAN WS-DT-FIM
               GO  TO  TRATA-VISITA-EXIT.
           MOVE CTT-CLI-COD TO CLI-COD.
           READ ARQCLI INVALID KEY
               MOVE SPACES TO CLI-NOME
               MOVE ZEROS  TO CLI-EMP-COD
           END-READ.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               GO  TO  TRATA-VISITA-EXIT.
           ADD 1 TO WS-VISITAS.
           MOVE "NAO" TO WS-TEM-RESULTADO.
           IF  CTT-COT-NUMERO NOT EQUAL ZEROS
               OR CTT-PEDIDO NOT EQUAL ZEROS
               MOVE "SIM" TO WS-TEM-RESULTADO
           ELSE
               MOVE "SOM"    TO SR-DAT-FUNCAO
               MOVE CTT-DATA TO SR-DAT-DATA1
               MOVE 30       TO SR-DAT-DIAS
               CALL "HBDATA01" USING SR-PARAM-HBDATA01
               MOVE SR-DAT-DATA2 TO WS-DT-LIMITE
               PERFORM PROCURA-COTACAO THRU PROCURA-COTACAO-EXIT
               IF  WS-TEM-RESULTADO EQUAL "NAO"
                   PERFORM PROCURA-PEDIDO THRU PROCURA-PEDIDO-EXIT
               END-IF
           END-IF.
           PERFORM ACUMULA-VENDEDOR THRU ACUMULA-VENDEDOR-EXIT.
           IF  WS-TEM-RESULTADO EQUAL "SIM"
               GO  TO  TRATA-VISITA-EXIT.
           ADD 1 TO WS-SEM-RESULT.
           PERFORM DESCREVE-CONTATO THRU DESCREVE-CONTATO-EXIT.
           MOVE CTT-NUMERO  TO WS-NUM-ED.
           MOVE CTT-VEN-COD TO WS-VEN-ED.
           MOVE CTT-CLI-COD TO WS-CLI-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-NUM-ED " " CTT-DATA " " WS-VEN-ED " "
                  WS-CLI-ED " " CLI-NOME(1:25) " " WS-RES-DESC
                  " " CTT-OBS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       TRATA-VISITA-EXIT.
           EXIT.

       PROCURA-COTACAO.
           MOVE "NAO" TO WS-COT-EOF.
           MOVE CTT-CLI-COD TO COT-CLI-COD.
           START ARQCOT KEY IS EQUAL COT-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-COT-EOF.
           PERFORM PROCURA-COTACAO-LE THRU PROCURA-COTACAO-LE-EXIT
                   UNTIL WS-COT-EOF EQUAL "SIM".
       PROCURA-COTACAO-EXIT.
           EXIT.

       PROCURA-COTACAO-LE.
           READ ARQCOT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-COT-EOF
                   GO  TO  PROCURA-COTACAO-LE-EXIT
           END-READ.
           IF  COT-CLI-COD NOT EQUAL CTT-CLI-COD
               MOVE "SIM" TO WS-COT-EOF
               GO  TO  PROCURA-COTACAO-LE-EXIT.
           IF  COT-DT-EMISSAO NOT LESS THAN CTT-DATA
               AND COT-DT-EMISSAO NOT GREATER THAN WS-DT-LIMITE
               MOVE "SIM" TO WS-TEM-RESULTADO WS-COT-EOF.
       PROCURA-COTACAO-LE-EXIT.
           EXIT.

       PROCURA-PEDIDO.
           MOVE "NAO" TO WS-PED-EOF.
           MOVE CTT-CLI-COD TO PED-CLI-COD.
           START ARQPED KEY IS EQUAL PED-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-PED-EOF.
           PERFORM PROCURA-PEDIDO-LE THRU PROCURA-PEDIDO-LE-EXIT
                   UNTIL WS-PED-EOF EQUAL "SIM".
       PROCURA-PEDIDO-EXIT.
           EXIT.

       PROCURA-PEDIDO-LE.
           READ ARQPED NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PED-EOF
                   GO  TO  PROCURA-PEDIDO-LE-EXIT
           END-READ.
           IF  PED-CLI-COD NOT EQUAL CTT-CLI-COD
               MOVE "SIM" TO WS-PED-EOF
               GO  TO  PROCURA-PEDIDO-LE-EXIT.
           IF  PED-DATA NOT LESS THAN CTT-DATA
               AND PED-DATA NOT GREATER THAN WS-DT-LIMITE
               MOVE "SIM" TO WS-TEM-RESULTADO WS-PED-EOF.
       PROCURA-PEDIDO-LE-EXIT.
           EXIT.

       ACUMULA-VENDEDOR.
           MOVE ZEROS TO WS-IND.
       ACUMULA-VENDEDOR-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-VEN
               IF  WS-QTD-VEN LESS THAN 200
                   ADD 1 TO WS-QTD-VEN
                   MOVE CTT-VEN-COD TO WS-TV-VEN(WS-IND)
               ELSE
                   MOVE "SIM" TO WS-TAB-ESTOUROU
                   GO  TO  ACUMULA-VENDEDOR-EXIT
               END-IF
               GO  TO  ACUMULA-VENDEDOR-SOMA.
           IF  WS-TV-VEN(WS-IND) NOT EQUAL CTT-VEN-COD
               GO  TO  ACUMULA-VENDEDOR-PROCURA.
       ACUMULA-VENDEDOR-SOMA.
           ADD 1 TO WS-TV-VISITAS(WS-IND).
           IF  WS-TEM-RESULTADO EQUAL "NAO"
               ADD 1 TO WS-TV-SEM(WS-IND).
       ACUMULA-VENDEDOR-EXIT.
           EXIT.

       IMPRIME-RESUMO-VEN.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "RESUMO POR VENDEDOR DA VISITA   VISITAS  SEM RESULT."
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IND.
       IMPRIME-RESUMO-VEN-LOOP.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-VEN
               GO  TO  IMPRIME-RESUMO-VEN-EXIT.
           MOVE WS-TV-VEN(WS-IND) TO VEN-COD WS-VEN-ED.
           READ ARQVEN INVALID KEY
               MOVE "SEM VENDEDOR" TO VEN-NOME
           END-READ.
           MOVE WS-TV-VISITAS(WS-IND) TO WS-CONT-ED.
           MOVE WS-TV-SEM(WS-IND)     TO WS-CONT2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VENDEDOR " WS-VEN-ED "               "
                  WS-CONT-ED "        " WS-CONT2-ED " "
                  VEN-NOME(1:30)
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           GO  TO  IMPRIME-RESUMO-VEN-LOOP.
       IMPRIME-RESUMO-VEN-EXIT.
           EXIT.

       CONFIRMA.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           MOVE "N" TO WK-CONFIRMA.
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
           MOVE "HBCTT001 " TO LK-PGM(2).
           MOVE "HBCTT001 " TO WK-COD-PGM.
           MOVE " CONTATOS COM CLIENTES" TO WK-DESC-PGM.
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

           MOVE "ARQCTT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-CTT CTT-ARQ-WK.
           OPEN I-O ARQCTT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQCTT
              CLOSE ARQCTT
              OPEN I-O ARQCTT
           END-IF
           MOVE " CONTATOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO CLI-ARQ-WK.
           OPEN INPUT ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCLI
              CLOSE ARQCLI
              OPEN INPUT ARQCLI
           END-IF
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQVEN.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQVEN.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQVEN
              CLOSE ARQVEN
              OPEN INPUT ARQVEN
           END-IF
           MOVE " VENDEDOR "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCOT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-COT COT-ARQ-WK.
           OPEN INPUT ARQCOT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCOT
              CLOSE ARQCOT
              OPEN INPUT ARQCOT
           END-IF
           MOVE " COTACOES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPED
              CLOSE ARQPED
              OPEN INPUT ARQPED
           END-IF
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBCTT001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBCTT001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQCTT.
           CLOSE ARQCLI.
           CLOSE ARQVEN.
           CLOSE ARQCOT.
           CLOSE ARQPED.
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

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".
