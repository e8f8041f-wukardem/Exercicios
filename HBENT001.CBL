       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBENT001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE MANUTENCAO DOS ENDERECOS DE ENTREGA DOS
      *   CLIENTES (ARQENT); ATE 999 ENDERECOS POR CLIENTE
      * - CADA ENDERECO TEM CODIGO, DESCRICAO, ENDERECO, CIDADE/
      *   UF/CEP CONFERIDOS NO ARQMUN, COORDENADAS, CONTATO,
      *   FONE E HORARIO DE RECEBIMENTO
      * - O PEDIDO (HBPED001/HBPEDIMP) GUARDA O CODIGO; ZERO E O
      *   ENDERECO DO CADASTRO DO CLIENTE. A ROTEIRIZACAO
      *   (HBROT001) USA AS COORDENADAS DO ENDERECO E A NOTA
      *   (HBPED002) IMPRIME O ENDERECO AO LADO DO DE COBRANCA
      * - ENDERECO INATIVO NAO E ACEITO EM PEDIDO NOVO; ENDERECO
      *   USADO EM PEDIDO AINDA NAO ENCERRADO NAO E EXCLUIDO
      * - RELATORIO (RELENT.TXT): ENDERECOS DE UM CLIENTE OU DE
      *   TODOS OS CLIENTES DA EMPRESA
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FENT0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FMUN0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FENT0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FMUN0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       WORKING-STORAGE SECTION.
       01  TECLA                      PIC XX      VALUE SPACES.
       01  MSG                        PIC X(040)  VALUE SPACES.
       77  AUXILIAR                   PIC X       VALUE SPACES.
       77  SAIDA-WS                   PIC XXX     VALUE SPACES.
       77  ERRO-LEITURA               PIC XXX     VALUE SPACES.
       77  WS-MOMENTO                 PIC X       VALUE SPACES.
       77  WS-VERSAO                  PIC X(010)  VALUE "15/10/2026".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-ENT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-MUN             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-TEM-MUNICIPIOS          PIC XXX     VALUE "NAO".
       77  WS-MUN-OK                  PIC XXX     VALUE "SIM".
       77  WS-HORA-OK                 PIC XXX     VALUE "SIM".
       77  WS-ENT-CLI-WK              PIC 9(007)  VALUE ZEROS.
       77  WS-ENT-COD-WK              PIC 9(003)  VALUE ZEROS.
       77  WS-ENT-USADO               PIC XXX     VALUE "NAO".
       77  WS-ENT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-PED-EOF                 PIC XXX     VALUE "NAO".
       77  WS-PED-USO                 PIC 9(010)  VALUE ZEROS.
       77  WS-PED-USO-ED              PIC Z(009)9.
       01  WS-HORA-WK                 PIC 9(004)  VALUE ZEROS.
       01  WS-HORA-R REDEFINES WS-HORA-WK.
           03  WS-HORA-HH             PIC 9(002).
           03  WS-HORA-MM             PIC 9(002).
      *    RELATORIO DE ENDERECOS
       77  WS-REL-CLI                 PIC 9(007)  VALUE ZEROS.
       77  WS-REL-CLI-ANT             PIC 9(007)  VALUE ZEROS.
       77  WS-REL-EMPRESA             PIC XXX     VALUE "SIM".
       77  WS-QTD-LIDOS               PIC 9(005)  VALUE ZEROS.
       77  WS-CONTA-ED                PIC ZZZZ9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-COD-ED                  PIC ZZ9.
       77  WS-CEP-ED                  PIC 99999B999.
       77  WS-LAT-ED                  PIC -ZZ9,999999.
       77  WS-LON-ED                  PIC -ZZ9,999999.
       77  WS-HR-INI-ED               PIC 99B99.
       77  WS-HR-FIM-ED               PIC 99B99.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\Hbsis\ftt\WEDITADO.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TENT0001.SS".
       COPY "C:\Hbsis\ftt\TOPCENT.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TBARRA1.SS".
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
           DISPLAY G-TOPCENT.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-INCLUSAO  THRU ROT-INCLUSAO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-ALTERACAO THRU ROT-ALTERACAO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 3
                PERFORM ROT-EXCLUSAO  THRU ROT-EXCLUSAO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 4
                PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
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
                MOVE "ALT" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "EXC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 4
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBENT001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBENT001"              TO WS-LOG-PROGRAMA.
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

       ROT-INCLUSAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM VERIFICA-EXISTE THRU VERIFICA-EXISTE-EXIT
              IF ERRO-LEITURA = "SIM" THEN
                 PERFORM LIMPAR-CAMPOS THRU LIMPAR-CAMPOS-EXIT
                 PERFORM ENTRAR-DADOS  THRU ENTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM GRAVAR-ENT-REG THRU
                            GRAVAR-ENT-REG-EXIT
                 END-IF
              ELSE
                 MOVE "Endereco ja cadastrado p/ o cliente... "
                                     TO WK-MSG-ADV1
                 MOVE "Use a opcao de alteracao...            "
                                     TO WK-MSG-ADV2
                 PERFORM 9300-ADVERTENCIA
              END-IF
           END-IF.
       ROT-INCLUSAO-EXIT.
           EXIT.

       ROT-ALTERACAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM LER-ARQENT THRU LER-ARQENT-EXIT
              IF ERRO-LEITURA = "NAO" THEN
                 PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                 PERFORM ENTRAR-DADOS  THRU ENTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM REGRAVAR-ENT-REG THRU
                            REGRAVAR-ENT-REG-EXIT
                 END-IF
              END-IF
           END-IF.
       ROT-ALTERACAO-EXIT.
           EXIT.

       ROT-EXCLUSAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM LER-ARQENT THRU LER-ARQENT-EXIT
              IF ERRO-LEITURA = "NAO" THEN
                 PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                 PERFORM VERIFICA-USO THRU VERIFICA-USO-EXIT
                 IF WS-ENT-USADO = "NAO" THEN
                    PERFORM CONFIRMA THRU CONFIRMA-EXIT
                    IF WK-CONFIRMA = "S" THEN
                       PERFORM EXCLUIR-ENT-REG THRU
                               EXCLUIR-ENT-REG-EXIT
                    END-IF
                 ELSE
                    MOVE SPACES TO WK-MSG-ADV1
                    MOVE WS-PED-USO TO WS-PED-USO-ED
                    STRING "Usado no pedido em aberto " WS-PED-USO-ED
                           DELIMITED BY SIZE INTO WK-MSG-ADV1
                    MOVE "Inative o endereco (situacao I)...     "
                                        TO WK-MSG-ADV2
                    PERFORM 9300-ADVERTENCIA
                 END-IF
              END-IF
           END-IF.
       ROT-EXCLUSAO-EXIT.
           EXIT.

       MONTAR-TELA.
           DISPLAY G-TENT0001.
       MONTAR-TELA-EXIT.
           EXIT.

       ENTRAR-CONTROLE.
           MOVE ZEROS TO WS-ENT-CLI-WK.
       ENTRAR-CONTROLE-CLI.
           ACCEPT  WS-ENT-CLI-WK AT 0823 WITH UPDATE AUTO-SKIP
           DISPLAY WS-ENT-CLI-WK AT 0823
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           IF WS-ENT-CLI-WK = ZEROS THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           MOVE WS-ENT-CLI-WK TO CLI-COD.
           READ ARQCLI INVALID KEY
                MOVE "Cliente nao cadastrado...              "
                                    TO WK-MSG-ADV1
                MOVE "Informe um cliente existente...        "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  ENTRAR-CONTROLE-CLI
           END-READ.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               MOVE "Cliente pertence a outra empresa...    "
                                   TO WK-MSG-ADV1
               MOVE "Informe um cliente desta empresa...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-CONTROLE-CLI.
           DISPLAY CLI-NOME AT 0832 WITH REVERSE-VIDEO.
           MOVE ZEROS TO WS-ENT-COD-WK.
       ENTRAR-CONTROLE-COD.
           ACCEPT  WS-ENT-COD-WK AT 0923 WITH UPDATE AUTO-SKIP
           DISPLAY WS-ENT-COD-WK AT 0923
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
      *    O CODIGO 000 E O ENDERECO DO CADASTRO DO CLIENTE
           IF WS-ENT-COD-WK = ZEROS THEN
              MOVE "Codigo 000 e o endereco do cadastro... "
                                  TO WK-MSG-ADV1
              MOVE "Informe um codigo de 001 a 999...      "
                                  TO WK-MSG-ADV2
              PERFORM 9300-ADVERTENCIA
              GO  TO  ENTRAR-CONTROLE-COD
           END-IF
           MOVE WS-ENT-CLI-WK TO ENT-CLI-COD.
           MOVE WS-ENT-COD-WK TO ENT-COD.
       ENTRAR-CONTROLE-EXIT.
           EXIT.

       VERIFICA-EXISTE.
           MOVE "NAO" TO ERRO-LEITURA
           READ ARQENT INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           MOVE WS-ENT-CLI-WK TO ENT-CLI-COD.
           MOVE WS-ENT-COD-WK TO ENT-COD.
       VERIFICA-EXISTE-EXIT.
           EXIT.

       LER-ARQENT.
           MOVE "NAO" TO ERRO-LEITURA
           READ ARQENT WITH LOCK INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           IF ERRO-LEITURA = "SIM"
              MOVE "Endereco nao encontrado..." TO MSG
              PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       LER-ARQENT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ENDERECO USADO EM PEDIDO DO CLIENTE AINDA NAO ENCERRADO*
      *    (ENTREGUE, CANCELADO OU FECHADO) NAO PODE SER EXCLUIDO *
      *----------------------------------------------------------*
       VERIFICA-USO.
           MOVE "NAO" TO WS-ENT-USADO.
           MOVE ZEROS TO WS-PED-USO.
           MOVE "NAO" TO WS-PED-EOF.
           MOVE ENT-CLI-COD TO PED-CLI-COD.
           START ARQPED KEY IS EQUAL PED-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-PED-EOF.
           PERFORM VERIFICA-USO-LE THRU VERIFICA-USO-LE-EXIT
                   UNTIL WS-PED-EOF EQUAL "SIM".
       VERIFICA-USO-EXIT.
           EXIT.

       VERIFICA-USO-LE.
           READ ARQPED NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PED-EOF
                   GO  TO  VERIFICA-USO-LE-EXIT
           END-READ.
           IF  PED-CLI-COD NOT EQUAL ENT-CLI-COD
               MOVE "SIM" TO WS-PED-EOF
               GO  TO  VERIFICA-USO-LE-EXIT.
           IF  PED-END-COD EQUAL ENT-COD
               AND NOT PED-SIT-FINAL
               MOVE "SIM"      TO WS-ENT-USADO
               MOVE PED-PEDIDO TO WS-PED-USO
               MOVE "SIM"      TO WS-PED-EOF.
       VERIFICA-USO-LE-EXIT.
           EXIT.

       LIMPAR-CAMPOS.
           MOVE WS-ENT-CLI-WK TO ENT-CLI-COD.
           MOVE WS-ENT-COD-WK TO ENT-COD.
           MOVE SPACES TO ENT-DESCRICAO ENT-ENDERECO ENT-CONTATO
                          ENT-FONE.
      *    CIDADE, UF E FONE SUGERIDOS PELO CADASTRO DO CLIENTE
           MOVE CLI-CIDADE TO ENT-CIDADE.
           MOVE CLI-UF     TO ENT-UF.
           MOVE CLI-FONE   TO ENT-FONE.
           MOVE ZEROS  TO ENT-CEP ENT-LATITUDE ENT-LONGITUDE
                          ENT-HR-INICIO ENT-HR-FIM.
           MOVE "A"    TO ENT-SITUACAO.
       LIMPAR-CAMPOS-EXIT.
           EXIT.

       ENTRAR-DADOS.
       ENTRAR-DESCRICAO.
           ACCEPT ENT-DESCRICAO AT 1023 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  ENT-DESCRICAO EQUAL SPACES
               MOVE "Descricao obrigatoria...               "
                                   TO WK-MSG-ADV1
               MOVE "Ex.: DEPOSITO, LOJA CENTRO, FILIAL...  "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-DESCRICAO.
       ENTRAR-ENDERECO.
           ACCEPT ENT-ENDERECO AT 1123 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  ENT-ENDERECO EQUAL SPACES
               MOVE "Endereco obrigatorio...                "
                                   TO WK-MSG-ADV1
               MOVE "Informe rua, numero e bairro...        "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-ENDERECO.
       ENTRAR-CIDADE.
           ACCEPT ENT-CIDADE AT 1223 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY.
       ENTRAR-UF.
           ACCEPT ENT-UF AT 1323 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY.
       ENTRAR-CEP.
           ACCEPT ENT-CEP AT 1423 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY.
           PERFORM VALIDA-MUNICIPIO THRU VALIDA-MUNICIPIO-EXIT.
           IF  WS-MUN-OK EQUAL "NAO"
               GO  TO  ENTRAR-CIDADE.
       ENTRAR-LATITUDE.
           MOVE ENT-LATITUDE TO CLI-LAT-WK.
           ACCEPT CLI-LAT-WK AT 1523 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE CLI-LAT-WK TO ENT-LATITUDE.
       ENTRAR-LONGITUDE.
           MOVE ENT-LONGITUDE TO CLI-LON-WK.
           ACCEPT CLI-LON-WK AT 1623 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE CLI-LON-WK TO ENT-LONGITUDE.
       ENTRAR-CONTATO.
           ACCEPT ENT-CONTATO AT 1723 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY.
       ENTRAR-FONE.
           ACCEPT ENT-FONE AT 1823 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY.
       ENTRAR-HORARIO.
           ACCEPT ENT-HR-INICIO AT 1923 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           ACCEPT ENT-HR-FIM AT 1931 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           PERFORM VALIDA-HORARIO THRU VALIDA-HORARIO-EXIT.
           IF  WS-HORA-OK EQUAL "NAO"
               GO  TO  ENTRAR-HORARIO.
       ENTRAR-SITUACAO.
           ACCEPT ENT-SITUACAO AT 2023 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  NOT ENT-ATIVO AND NOT ENT-INATIVO
               MOVE "Situacao invalida...                   "
                                   TO WK-MSG-ADV1
               MOVE "Informe A-Ativo ou I-Inativo...        "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-SITUACAO.
           MOVE WK-DATA-SYS TO ENT-DT-ALTERACAO.
           MOVE LK-USUARIO  TO ENT-USUARIO-ALT.
       ENTRAR-DADOS-EXIT.
           EXIT.

       VALIDA-MUNICIPIO.
           MOVE "SIM" TO WS-MUN-OK.
           IF  WS-TEM-MUNICIPIOS EQUAL "NAO"
               GO  TO  VALIDA-MUNICIPIO-EXIT.
           MOVE ENT-UF     TO MUN-UF.
           MOVE ENT-CIDADE TO MUN-CIDADE.
           READ ARQMUN INVALID KEY
               MOVE "NAO" TO WS-MUN-OK
               MOVE "Cidade nao cadastrada para esta UF...  "
                                   TO WK-MSG-ADV1
               MOVE "Confira cidade e UF no cadastro de     "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  VALIDA-MUNICIPIO-EXIT
           END-READ.
           IF  ENT-CEP LESS THAN MUN-CEP-INI
               OR ENT-CEP GREATER THAN MUN-CEP-FIM
               MOVE "NAO" TO WS-MUN-OK
               MOVE "CEP fora da faixa do municipio...      "
                                   TO WK-MSG-ADV1
               MOVE "Confira o CEP informado...             "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA.
       VALIDA-MUNICIPIO-EXIT.
           EXIT.

      *    HHMM DE 0000 A 2359; INICIO E FIM ZERADOS = SEM
      *    RESTRICAO, SENAO O INICIO DEVE SER MENOR QUE O FIM
       VALIDA-HORARIO.
           MOVE "NAO" TO WS-HORA-OK.
           MOVE ENT-HR-INICIO TO WS-HORA-WK.
           IF  WS-HORA-HH GREATER THAN 23
               OR WS-HORA-MM GREATER THAN 59
               GO  TO  VALIDA-HORARIO-ERRO.
           MOVE ENT-HR-FIM TO WS-HORA-WK.
           IF  WS-HORA-HH GREATER THAN 23
               OR WS-HORA-MM GREATER THAN 59
               GO  TO  VALIDA-HORARIO-ERRO.
           IF  ENT-HR-INICIO EQUAL ZEROS
               AND ENT-HR-FIM EQUAL ZEROS
               MOVE "SIM" TO WS-HORA-OK
               GO  TO  VALIDA-HORARIO-EXIT.
           IF  ENT-HR-INICIO LESS THAN ENT-HR-FIM
               MOVE "SIM" TO WS-HORA-OK
               GO  TO  VALIDA-HORARIO-EXIT.
       VALIDA-HORARIO-ERRO.
           MOVE "Horario de recebimento invalido...     "
                               TO WK-MSG-ADV1.
           MOVE "HHMM de 0000 a 2359, inicio antes do fim"
                               TO WK-MSG-ADV2.
           PERFORM 9300-ADVERTENCIA.
       VALIDA-HORARIO-EXIT.
           EXIT.

       MOSTRAR-DADOS.
           DISPLAY ENT-DESCRICAO AT 1023 WITH REVERSE-VIDEO.
           DISPLAY ENT-ENDERECO  AT 1123 WITH REVERSE-VIDEO.
           DISPLAY ENT-CIDADE    AT 1223 WITH REVERSE-VIDEO.
           DISPLAY ENT-UF        AT 1323 WITH REVERSE-VIDEO.
           DISPLAY ENT-CEP       AT 1423 WITH REVERSE-VIDEO.
           MOVE ENT-LATITUDE     TO CLI-LAT-WK.
           DISPLAY CLI-LAT-WK    AT 1523 WITH REVERSE-VIDEO.
           MOVE ENT-LONGITUDE    TO CLI-LON-WK.
           DISPLAY CLI-LON-WK    AT 1623 WITH REVERSE-VIDEO.
           DISPLAY ENT-CONTATO   AT 1723 WITH REVERSE-VIDEO.
           DISPLAY ENT-FONE      AT 1823 WITH REVERSE-VIDEO.
           DISPLAY ENT-HR-INICIO AT 1923 WITH REVERSE-VIDEO.
           DISPLAY ENT-HR-FIM    AT 1931 WITH REVERSE-VIDEO.
           DISPLAY ENT-SITUACAO  AT 2023 WITH REVERSE-VIDEO.
       MOSTRAR-DADOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ENDERECOS DE ENTREGA DE UM CLIENTE; CLIENTE ZERO LISTA *
      *    TODOS OS CLIENTES DA EMPRESA                           *
      *----------------------------------------------------------*
       ROT-RELATORIO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT.
           MOVE ZEROS TO WS-REL-CLI.
           DISPLAY "Cliente (zero = todos) . . . :" AT 1303.
           ACCEPT WS-REL-CLI AT 1334 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-RELATORIO-EXIT.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELENT"   TO SR-REL-BASE.
           MOVE "HBENT001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           IF  WS-REL-CLI EQUAL ZEROS
               STRING "ENDERECOS DE ENTREGA - TODOS OS CLIENTES"
                      " - EMITIDO EM " WK-DATA-SYS
                      DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               MOVE WS-REL-CLI TO WS-CLI-ED
               STRING "ENDERECOS DE ENTREGA - CLIENTE " WS-CLI-ED
                      " - EMITIDO EM " WK-DATA-SYS
                      DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-QTD-LIDOS WS-REL-CLI-ANT.
           MOVE "NAO" TO WS-ENT-EOF.
           MOVE WS-REL-CLI TO ENT-CLI-COD.
           MOVE ZEROS      TO ENT-COD.
           START ARQENT KEY IS NOT LESS THAN ENT-CHAVE INVALID KEY
               MOVE "SIM" TO WS-ENT-EOF.
           PERFORM RELATA-ENDERECO THRU RELATA-ENDERECO-EXIT
                   UNTIL WS-ENT-EOF EQUAL "SIM".
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-LIDOS TO WS-CONTA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ENDERECOS LISTADOS .: " WS-CONTA-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBENT001"              TO WS-LOG-PROGRAMA.
           MOVE "RELATORIO ENDERECOS"   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-RELATORIO-EXIT.
           EXIT.

       RELATA-ENDERECO.
           READ ARQENT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-ENT-EOF
                   GO  TO  RELATA-ENDERECO-EXIT
           END-READ.
           IF  WS-REL-CLI NOT EQUAL ZEROS
               AND ENT-CLI-COD NOT EQUAL WS-REL-CLI
               MOVE "SIM" TO WS-ENT-EOF
               GO  TO  RELATA-ENDERECO-EXIT.
      *    CABECALHO DO CLIENTE NA TROCA; CLIENTE DE OUTRA EMPRESA
      *    FICA FORA DO RELATORIO
           IF  ENT-CLI-COD NOT EQUAL WS-REL-CLI-ANT
               MOVE ENT-CLI-COD TO WS-REL-CLI-ANT
               PERFORM RELATA-CLIENTE THRU RELATA-CLIENTE-EXIT.
           IF  WS-REL-EMPRESA EQUAL "NAO"
               GO  TO  RELATA-ENDERECO-EXIT.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE ENT-COD TO WS-COD-ED.
           MOVE ENT-CEP TO WS-CEP-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  " WS-COD-ED " " ENT-DESCRICAO " "
                  ENT-ENDERECO " " WS-CEP-ED " "
                  ENT-CIDADE " " ENT-UF
                  DELIMITED BY SIZE INTO REL-LINHA.
           IF  ENT-INATIVO
               STRING " INATIVO" DELIMITED BY SIZE
                      INTO REL-LINHA(110:).
           WRITE REL-LINHA.
           MOVE ENT-LATITUDE  TO WS-LAT-ED.
           MOVE ENT-LONGITUDE TO WS-LON-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "      CONTATO " ENT-CONTATO " FONE " ENT-FONE
                  " LAT " WS-LAT-ED " LON " WS-LON-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           IF  ENT-HR-INICIO NOT EQUAL ZEROS
               OR ENT-HR-FIM NOT EQUAL ZEROS
               MOVE ENT-HR-INICIO TO WS-HR-INI-ED
               MOVE ENT-HR-FIM    TO WS-HR-FIM-ED
               INSPECT WS-HR-INI-ED REPLACING ALL " " BY ":"
               INSPECT WS-HR-FIM-ED REPLACING ALL " " BY ":"
               STRING " RECEBE " WS-HR-INI-ED " AS " WS-HR-FIM-ED
                      DELIMITED BY SIZE INTO REL-LINHA(104:)
           END-IF.
           WRITE REL-LINHA.
       RELATA-ENDERECO-EXIT.
           EXIT.

       RELATA-CLIENTE.
           MOVE "SIM" TO WS-REL-EMPRESA.
           MOVE ENT-CLI-COD TO CLI-COD WS-CLI-ED.
           READ ARQCLI INVALID KEY
               MOVE "NAO CADASTRADO" TO CLI-NOME
               MOVE ZEROS            TO CLI-EMP-COD
           END-READ.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               MOVE "NAO" TO WS-REL-EMPRESA
               GO  TO  RELATA-CLIENTE-EXIT.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "CLIENTE " WS-CLI-ED " " CLI-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       RELATA-CLIENTE-EXIT.
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

       CONFIRMA.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           PERFORM VERIF-MSG-OPCAO THRU VERIF-MSG-OPCAO-EXIT
           MOVE "S" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
       CONFIRMA-EXIT.
           EXIT.

       VERIF-MSG-OPCAO.
           EVALUATE TRUE
           WHEN WK-OPCAO = 1
                MOVE "Confirma inclusao ..." TO WK-MSG-CONF
           WHEN WK-OPCAO = 2
                MOVE "Confirma alteracao ..." TO WK-MSG-CONF
           WHEN WK-OPCAO = 3
                MOVE "Confirma exclusao ..." TO WK-MSG-CONF
           END-EVALUATE.
       VERIF-MSG-OPCAO-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           MOVE "HBENT001 " TO LK-PGM(2).
           MOVE "HBENT001 " TO WK-COD-PGM.
           MOVE " ENDERECOS DE ENTREGA" TO WK-DESC-PGM.
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

           MOVE "ARQENT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ENT ENT-ARQ-WK.
           OPEN I-O ARQENT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQENT
              CLOSE ARQENT
              OPEN I-O ARQENT
           END-IF
           MOVE " ENTREGA "            TO WK-MSG-RT2.
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

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN INPUT ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPED
              CLOSE ARQPED
              OPEN INPUT ARQPED
           END-IF
           MOVE " PEDIDOS "            TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "NAO" TO WS-TEM-MUNICIPIOS.
           MOVE "C:\HBSIS\DB\ARQMUN.DAT" TO WS-CAMINHO-MUN
                                            MUN-ARQ-WK.
           OPEN INPUT ARQMUN.
           IF  WK01-RETCOD EQUAL "00"
               MOVE "SIM" TO WS-TEM-MUNICIPIOS
           END-IF.

           MOVE "HBENT001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBENT001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQENT.
           CLOSE ARQCLI.
           CLOSE ARQPED.
           IF  WS-TEM-MUNICIPIOS EQUAL "SIM"
               CLOSE ARQMUN.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       GRAVAR-ENT-REG.
           WRITE ENT-REG INVALID KEY
                 PERFORM 9100-RETCOD
           END-WRITE.
           MOVE "HBENT001"              TO WS-LOG-PROGRAMA.
           MOVE "INCLUIU END ENTREGA"   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       GRAVAR-ENT-REG-EXIT.
           EXIT.

       REGRAVAR-ENT-REG.
           REWRITE ENT-REG INVALID KEY
                   PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBENT001"              TO WS-LOG-PROGRAMA.
           MOVE "ALTEROU END ENTREGA"   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       REGRAVAR-ENT-REG-EXIT.
           EXIT.

       EXCLUIR-ENT-REG.
           DELETE ARQENT INVALID KEY
                  PERFORM 9100-RETCOD
           END-DELETE.
           MOVE "HBENT001"              TO WS-LOG-PROGRAMA.
           MOVE "EXCLUIU END ENTREGA"   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       EXCLUIR-ENT-REG-EXIT.
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
