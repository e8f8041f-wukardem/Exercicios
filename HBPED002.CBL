      *   VENCIMENTO INFORMADOS NA TELA; BAIXA NO HBREC001
      * - 02/09/2026 - CLIENTE ZERADO LOCALIZA O PEDIDO SO
      *   PELO NUMERO (CHAVE ALTERNADA PED-PEDIDO)
      * - 15/10/2026 - CANCELAMENTO DE PEDIDO FATURADO ("T" ->
      *   "C") CANCELA A NOTA (SITUACAO, DATA, USUARIO E MOTIVO)
      *   E AS PARCELAS ABERTAS; PARCELA JA PAGA SO COM
      *   REEMBOLSO AO CLIENTE (ARQRMB), SENAO NAO CANCELA
      * - 15/10/2026 - PARCELA NASCE SEM NOSSO NUMERO; A REMESSA
      *   AO BANCO E FEITA NA COBRANCA BANCARIA (HBCOB001)
      * - 15/10/2026 - KARDEX: A BAIXA DA SEPARACAO E O ESTORNO DO
      *   CANCELAMENTO GRAVAM O MOVIMENTO DE ESTOQUE (ARQKDX)
      * - 15/10/2026 - INVENTARIO: PRODUTO EM CONTAGEM ABERTA
      *   (ARQINI, HBINV001) NAO PODE SER SEPARADO
      * - 15/10/2026 - SEPARACAO PARCIAL: SEM SALDO PARA TODOS OS
      *   ITENS, SEPARA O DISPONIVEL E O QUE FALTA VAI PARA UM
      *   PEDIDO PENDENTE ("A") LIGADO AO ORIGINAL
      *   (PED-PEDIDO-ORIGEM), COM UM REGISTRO POR ITEM EM
      *   ARQBKO NA ORDEM DE ATENDIMENTO (HBBKO001)
      * - 15/10/2026 - CUSTO: O CUSTO UNITARIO VIGENTE NA DATA DO
      *   FATURAMENTO (ARQCUS, HBCUS001) E CONGELADO NO ITEM DA
      *   NOTA (NTI-VL-CUSTO); SEM CUSTO CADASTRADO GRAVA ZERO
      * - 15/10/2026 - IMPOSTOS: CADA ITEM DA NOTA RECEBE CFOP,
      *   NCM, BASE E VALOR DE ICMS E VALOR DE IPI PELA REGRA
      *   FISCAL (ARQTRB, HBTRB001) DA UF DA EMPRESA, UF DO
      *   CLIENTE E GRUPO TRIBUTARIO DO PRODUTO; TOTAIS NA NOTA,
      *   IMPRESSOS NO DOCUMENTO; PARCELAS SOBRE PRODUTOS + IPI
      * - 15/10/2026 - DESCONTO DO ITEM (ITE-PCT-DESCONTO): O
      *   PENDENTE DA SEPARACAO PARCIAL MANTEM O DESCONTO E O ITEM
      *   DA NOTA SAI PELO VALOR UNITARIO LIQUIDO
      * - 15/10/2026 - FECHAMENTO MENSAL (HBFEC001): NAO AVANCA
      *   SITUACAO COM A DATA DO DIA EM MES FECHADO E NAO CANCELA
      *   NOTA EMITIDA EM MES FECHADO
      * - 15/10/2026 - PERMISSAO POR FUNCAO: FATURAR ("T"),
      *   CANCELAR ("C") E OS DEMAIS AVANCOS SAO CONFERIDOS NA
      *   HBPER002 (ARQPER, HBPER001); A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - INTERVALO SUGERIDO DAS PARCELAS E
      *   DIRETORIO DOS ARQUIVOS DE DADOS LIDOS DOS PARAMETROS
      *   DA EMPRESA (ARQPAR, HBPAR001); SEM PARAMETRO VALEM
      *   30 DIAS E C:\HBSIS\DB
      * - 15/10/2026 - CONDICAO DE PAGAMENTO: COM CONDICAO NO
      *   PEDIDO (ARQCPG, HBCPG001) AS PARCELAS SAEM DOS PRAZOS E
      *   PERCENTUAIS DELA, SEM PERGUNTAR NA TELA; SEM CONDICAO
      *   CONTINUAM INFORMADAS. VENCIMENTO EM DIA NAO UTIL PASSA
      *   PARA O PROXIMO DIA UTIL (HBDATA01 "PRX"). A NOTA GUARDA
      *   A CONDICAO E IMPRIME A CONDICAO E AS PARCELAS
      * - 15/10/2026 - GRAVACOES, REGRAVACOES E EXCLUSOES EM
      *   ARQPED, ARQITE, ARQNOT, ARQNTI, ARQREC, ARQEST E
      *   ARQHIS REGISTRADAS NO JOURNAL (HBJRN002) PARA A
      *   REAPLICACAO APOS RESTAURAR UM BACKUP (HBJRN001)
      * - 15/10/2026 - KITS (ARQKIT, HBKIT001): O ITEM DO PEDIDO
      *   QUE E KIT CONFERE, BAIXA E ESTORNA O ESTOQUE DE CADA
      *   COMPONENTE (QTDE DO ITEM X QTDE POR KIT); NA SEPARACAO
      *   PARCIAL O DISPONIVEL DO KIT E O QUE O COMPONENTE MAIS
      *   ESCASSO PERMITE MONTAR. A NOTA TRAZ A LINHA DO KIT COM
      *   A COMPOSICAO IMPRESSA ABAIXO DELA
      * - 15/10/2026 - A NOTA IMPRIME O ENDERECO DE ENTREGA DO
      *   PEDIDO (PED-END-COD, ARQENT) AO LADO DO ENDERECO DE
      *   COBRANCA DO CLIENTE, COM CONTATO E HORARIO DE
      *   RECEBIMENTO; CODIGO ZERO = O MESMO DE COBRANCA
      * - 15/10/2026 - A CONFERENCIA DE SALDO DA SEPARACAO SOMA
      *   A QUANTIDADE POR PRODUTO DE TODAS AS LINHAS DO PEDIDO
      *   (COMPONENTES DOS KITS E ITENS AVULSOS) ANTES DE
      *   COMPARAR COM O EST-SALDO; NA SEPARACAO PARCIAL O SALDO
      *   JA RESERVADO PARA AS LINHAS ANTERIORES NAO ENTRA
      * - 15/10/2026 - A SEPARACAO GRAVA NO ARQIKT O QUE CADA
      *   ITEM BAIXOU DO ESTOQUE; O ESTORNO DO CANCELAMENTO VOLTA
      *   ESSES PRODUTOS, MESMO QUE O KIT TENHA SIDO ALTERADO OU
      *   EXCLUIDO DEPOIS
      * - 15/10/2026 - A COMPOSICAO DO KIT IMPRESSA NA NOTA E A QUE
      *   A SEPARACAO BAIXOU (ARQIKT); O ARQKIT SO E USADO PARA
      *   ITEM SEM ESSE REGISTRO
      *
      ********************************************************
       ENVIRONMENT DIVISION.
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FITE0001.SEL".
           COPY "C:\Hbsis\ftt\FEST0001.SEL".
           COPY "C:\Hbsis\ftt\FKDX0001.SEL".
           COPY "C:\Hbsis\ftt\FINI0001.SEL".
           COPY "C:\Hbsis\ftt\FBKO0001.SEL".
           COPY "C:\Hbsis\ftt\FPRO0001.SEL".
           COPY "C:\Hbsis\ftt\FKIT0001.SEL".
           COPY "C:\Hbsis\ftt\FIKT0001.SEL".
           COPY "C:\Hbsis\ftt\FENT0001.SEL".
           COPY "C:\Hbsis\ftt\FCUS0001.SEL".
           COPY "C:\Hbsis\ftt\FNOT0001.SEL".
           COPY "C:\Hbsis\ftt\FNTI0001.SEL".
           COPY "C:\Hbsis\ftt\FTRB0001.SEL".
           COPY "C:\Hbsis\ftt\FCPG0001.SEL".
           COPY "C:\Hbsis\ftt\FREC0001.SEL".
           COPY "C:\Hbsis\ftt\FRMB0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\Hbsis\ftt\FHIS0001.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
           COPY "C:\HBSIS\FTT\FEMPRESA.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FITE0001.FD".
           COPY "C:\Hbsis\ftt\FEST0001.FD".
           COPY "C:\Hbsis\ftt\FKDX0001.FD".
           COPY "C:\Hbsis\ftt\FINI0001.FD".
           COPY "C:\Hbsis\ftt\FBKO0001.FD".
           COPY "C:\Hbsis\ftt\FPRO0001.FD".
           COPY "C:\Hbsis\ftt\FKIT0001.FD".
           COPY "C:\Hbsis\ftt\FIKT0001.FD".
           COPY "C:\Hbsis\ftt\FENT0001.FD".
           COPY "C:\Hbsis\ftt\FCUS0001.FD".
           COPY "C:\Hbsis\ftt\FNOT0001.FD".
           COPY "C:\Hbsis\ftt\FNTI0001.FD".
           COPY "C:\Hbsis\ftt\FTRB0001.FD".
           COPY "C:\Hbsis\ftt\FCPG0001.FD".
           COPY "C:\Hbsis\ftt\FREC0001.FD".
           COPY "C:\Hbsis\ftt\FRMB0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\Hbsis\ftt\FHIS0001.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
           COPY "C:\HBSIS\FTT\FEMPRESA.FD".
      *
       WORKING-STORAGE SECTION.
       01  TECLA                      PIC XX      VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  CLI-NOME-WK                PIC X(040)  VALUE SPACES.
       77  WS-PED-NUM-WK              PIC 9(010)  VALUE ZEROS.
       77  WS-SIT-ANTERIOR            PIC X(001)  VALUE SPACES.
       77  WS-TRANSICAO-OK            PIC XXX     VALUE "NAO".
       77  WS-CAMINHO-ITE             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-EST             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-KDX             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-INI             PIC X(030)  VALUE SPACES.
       77  WS-INV-BLOQ-PRO            PIC 9(013)  VALUE ZEROS.
       77  WS-INI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-KDX-TIPO                PIC X(003)  VALUE SPACES.
       77  WS-KDX-QTD                 PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-KDX-DOC-TIPO            PIC X(001)  VALUE SPACES.
       77  WS-KDX-DOC-NUM             PIC 9(010)  VALUE ZEROS.
       77  WS-KDX-CLI                 PIC 9(007)  VALUE ZEROS.
       77  WS-ITE-EOF                 PIC XXX     VALUE "NAO".
       77  WS-ESTOQUE-OK              PIC XXX     VALUE "SIM".
       77  WS-EST-MODO                PIC X(003)  VALUE SPACES.
       77  WS-EST-ACHOU               PIC XXX     VALUE "NAO".
       77  WS-EST-FALTA-PRO           PIC 9(013)  VALUE ZEROS.
       77  WS-CAMINHO-PRO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-KIT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-IKT             PIC X(030)  VALUE SPACES.
       77  WS-IKT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-IKT-ACHOU               PIC XXX     VALUE "NAO".
       77  WS-ITN-EOF                 PIC XXX     VALUE "NAO".
       77  WS-ITN-ACHADO              PIC XXX     VALUE "NAO".
       77  WS-ITN-POS                 PIC 9(003)  VALUE ZEROS.
       77  WS-NEC-QTD-PRO             PIC 9(003)  VALUE ZEROS.
       77  WS-NEC-IND                 PIC 9(003)  VALUE ZEROS.
       77  WS-CAMINHO-ENT             PIC X(030)  VALUE SPACES.
       77  WS-ENT-ACHOU               PIC XXX     VALUE "NAO".
       77  WS-HR-INI-ED               PIC 99B99.
       77  WS-HR-FIM-ED               PIC 99B99.
       77  WS-ITE-KIT                 PIC XXX     VALUE "NAO".
       77  WS-KIT-IND                 PIC 9(002)  VALUE ZEROS.
       77  WS-KIT-MONTA               PIC 9(007)  VALUE ZEROS.
       77  WS-MOV-PRO                 PIC 9(013)  VALUE ZEROS.
       77  WS-MOV-QTD                 PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-DISPONIVEL              PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-QTD-KIT-ED              PIC ZZZZZZZZ9,99.
       77  WS-CAMINHO-CUS             PIC X(030)  VALUE SPACES.
       77  WS-CUS-EOF                 PIC XXX     VALUE "NAO".
       77  WS-CUSTO-VIGENTE           PIC 9(007)V9(002) VALUE ZEROS.
       77  WS-CAMINHO-TRB             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-CPG             PIC X(030)  VALUE SPACES.
       77  WS-CPG-ACHADA              PIC XXX     VALUE "NAO".
       77  WS-CPG-ED                  PIC ZZ9.
       77  WS-PARC-ED                 PIC Z9.
       77  WS-UF-ORIGEM               PIC X(002)  VALUE SPACES.
       77  WS-TRB-ACHOU               PIC XXX     VALUE "NAO".
       77  WS-SEM-REGRA               PIC 9(003)  VALUE ZEROS.
       77  WS-ALIQ-ED                 PIC Z9,99.
       77  WS-BC-ED                   PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-ICMS-ED                 PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-IPI-ED                  PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-CAMINHO-NOT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-NTI             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-VL-PARCELA              PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-VL-ACUMULADO            PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-DIAS-SOMA               PIC 9(005)  VALUE ZEROS.
       77  WS-CAMINHO-RMB             PIC X(030)  VALUE SPACES.
       77  WS-CANCELA-OK              PIC XXX     VALUE "SIM".
       77  WS-NOTA-ACHADA             PIC XXX     VALUE "NAO".
       77  WS-NOT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-REC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-PARC-PAGAS              PIC 9(002)  VALUE ZEROS.
       77  WS-VL-PAGO-TOT             PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-MOT-CANCEL              PIC 9(002)  VALUE ZEROS.
       77  WS-CAMINHO-BKO             PIC X(030)  VALUE SPACES.
       77  WS-BKO-GERADO              PIC XXX     VALUE "NAO".
       77  WS-BKO-ESTOURO             PIC XXX     VALUE "NAO".
       77  WS-BKO-PEDIDO              PIC 9(010)  VALUE ZEROS.
       77  WS-BKO-ORIGEM              PIC 9(010)  VALUE ZEROS.
       77  WS-BKO-QTD-TAB             PIC 9(002)  VALUE ZEROS.
       77  WS-BKO-IND                 PIC 9(002)  VALUE ZEROS.
       77  WS-BKO-LIDOS               PIC 9(003)  VALUE ZEROS.
       77  WS-BKO-ZERADOS             PIC 9(003)  VALUE ZEROS.
       77  WS-BKO-ITEM-NOVO           PIC 9(003)  VALUE ZEROS.
       77  WS-BKO-VL-NOVO             PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-BKO-VL-ANTES            PIC 9(009)V9(002) VALUE ZEROS.
       77  WS-BKO-VL-RETIRADO         PIC 9(009)V9(002) VALUE ZEROS.
       01  WS-BKO-PED-SALVO           PIC X(056)  VALUE SPACES.
      *    QUANTIDADE POR PRODUTO: PEDIDA NA CONFERENCIA ("VER") OU
      *    JA RESERVADA PARA AS LINHAS ANTERIORES NA SEPARACAO
      *    PARCIAL ("FAL")
       01  WS-TAB-NECESSIDADE.
           03  WS-NC-ENT              OCCURS 500 TIMES.
               05  WS-NC-PRO          PIC 9(013).
               05  WS-NC-QTD          PIC 9(009)V9(002).
       01  WS-TAB-FALTAS.
           03  WS-FAL-OCORR           OCCURS 50 TIMES.
               05  WS-FAL-ITEM        PIC 9(003).
               05  WS-FAL-QTD-FALTA   PIC 9(005)V9(002).
               05  WS-FAL-QTD-DISP    PIC 9(005)V9(002).

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\HBSIS\FTT\HBSEQ001.WK".
       COPY "C:\HBSIS\FTT\HBDATA01.WK".
       COPY "C:\HBSIS\FTT\HBFEC002.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-SITUACAO-NOVA.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               MOVE "NAO" TO WS-TRANSICAO-OK.
       ENTRAR-SITUACAO-EXIT.
           EXIT.

       VALIDA-TRANSICAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO (ARQPER, HBPER001): FATURAR E
      *    CANCELAR SAO LIBERADOS SEPARADAMENTE
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WS-SIT-NOVA EQUAL "T"
                MOVE "FAT" TO SR-PER-OPERACAO
           WHEN WS-SIT-NOVA EQUAL "C"
                MOVE "EXC" TO SR-PER-OPERACAO
           WHEN OTHER
                MOVE "ALT" TO SR-PER-OPERACAO
           END-EVALUATE.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBPED002"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBPED002"              TO WS-LOG-PROGRAMA.
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

       AVANCAR-SITUACAO.
           MOVE "VER"          TO SR-FEC-FUNCAO.
           MOVE LK-EMP-COD     TO SR-FEC-EMP-COD.
           MOVE WK-DATA-SYS    TO SR-FEC-DATA.
           CALL "HBFEC002" USING SR-PARAM-HBFEC002.
           IF  SR88-FEC-FECHADO
               MOVE "Data do movimento em mes ja fechado... "
                                   TO WK-MSG-ADV1
               MOVE "Nao e possivel avancar a situacao...   "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  AVANCAR-SITUACAO-EXIT.
           IF  WS-SIT-NOVA EQUAL "S"
               MOVE "VER" TO WS-EST-MODO
               PERFORM PERCORRE-ITENS THRU PERCORRE-ITENS-EXIT
               IF  WS-INV-BLOQ-PRO NOT EQUAL ZEROS
                   MOVE "Produto em contagem de inventario...   "
                                       TO WK-MSG-ADV1
                   MOVE SPACES TO WK-MSG-ADV2
                   STRING "Produto " WS-INV-BLOQ-PRO " bloqueado."
                          DELIMITED BY SIZE INTO WK-MSG-ADV2
                   PERFORM 9300-ADVERTENCIA
                   GO  TO  AVANCAR-SITUACAO-EXIT
               END-IF
               IF  WS-ESTOQUE-OK EQUAL "NAO"
                   PERFORM OFERECE-BACKORDER THRU
                           OFERECE-BACKORDER-EXIT
                   IF  WS-BKO-GERADO EQUAL "NAO"
                       GO  TO  AVANCAR-SITUACAO-EXIT
                   END-IF
               END-IF
           END-IF.
           MOVE "NAO" TO WS-NOTA-ACHADA.
           IF  WS-SIT-NOVA EQUAL "C"
               AND WS-SIT-ANTERIOR EQUAL "T"
               PERFORM PREPARA-CANCELAMENTO THRU
                       PREPARA-CANCELAMENTO-EXIT
               IF  WS-CANCELA-OK EQUAL "NAO"
                   GO  TO  AVANCAR-SITUACAO-EXIT
               END-IF
           END-IF.
           MOVE WS-SIT-NOVA TO PED-SITUACAO.
           REWRITE PED-REG INVALID KEY
                   PERFORM 9100-RETCOD
           NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-PED THRU JORNAL-PED-EXIT
           END-REWRITE.
           IF  WS-SIT-NOVA EQUAL "S"
               MOVE "BAI" TO WS-EST-MODO
                    OR WS-SIT-ANTERIOR EQUAL "T")
               MOVE "EST" TO WS-EST-MODO
               PERFORM PERCORRE-ITENS THRU PERCORRE-ITENS-EXIT.
           IF  WS-NOTA-ACHADA EQUAL "SIM"
               PERFORM CANCELA-NOTA THRU CANCELA-NOTA-EXIT.
           IF  WS-SIT-NOVA EQUAL "T"
               PERFORM GERA-NOTA THRU GERA-NOTA-EXIT.
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-EXIT.

       PERCORRE-ITENS.
           MOVE "SIM" TO WS-ESTOQUE-OK.
           MOVE ZEROS TO WS-EST-FALTA-PRO WS-INV-BLOQ-PRO.
           MOVE ZEROS TO WS-NEC-QTD-PRO.
           MOVE "NAO" TO WS-ITE-EOF.
           MOVE PED-CLI-COD TO ITE-CLI-COD.
           MOVE PED-PEDIDO  TO ITE-PEDIDO.
               MOVE "SIM" TO WS-ITE-EOF.
           PERFORM TRATA-UM-ITEM THRU TRATA-UM-ITEM-EXIT
                   UNTIL WS-ITE-EOF EQUAL "SIM".
           IF  WS-EST-MODO EQUAL "VER"
               MOVE 1 TO WS-NEC-IND
               PERFORM CONFERE-NECESSIDADE THRU
                       CONFERE-NECESSIDADE-EXIT
                       UNTIL WS-NEC-IND GREATER THAN WS-NEC-QTD-PRO.
       PERCORRE-ITENS-EXIT.
           EXIT.

               OR ITE-PEDIDO NOT EQUAL PED-PEDIDO
               MOVE "SIM" TO WS-ITE-EOF
               GO  TO  TRATA-UM-ITEM-EXIT.
      *    ESTORNO: VOLTA O QUE A SEPARACAO BAIXOU (ARQIKT)
           IF  WS-EST-MODO EQUAL "EST"
               PERFORM CARREGA-BAIXADO THRU CARREGA-BAIXADO-EXIT
               IF  WS-IKT-ACHOU EQUAL "SIM"
                   PERFORM TRATA-KIT THRU TRATA-KIT-EXIT
                   GO  TO  TRATA-UM-ITEM-EXIT
               END-IF
           END-IF.
           PERFORM LE-KIT THRU LE-KIT-EXIT.
           IF  WS-ITE-KIT EQUAL "SIM"
               PERFORM TRATA-KIT THRU TRATA-KIT-EXIT
               IF  WS-EST-MODO EQUAL "BAI"
                   PERFORM GRAVA-BAIXADO THRU GRAVA-BAIXADO-EXIT
               END-IF
               GO  TO  TRATA-UM-ITEM-EXIT.
           MOVE ITE-PRO-COD    TO WS-MOV-PRO.
           MOVE ITE-QUANTIDADE TO WS-MOV-QTD.
           PERFORM MOVIMENTA-PRODUTO THRU MOVIMENTA-PRODUTO-EXIT.
           IF  WS-EST-MODO EQUAL "BAI"
               PERFORM GRAVA-BAIXADO THRU GRAVA-BAIXADO-EXIT.
           IF  WS-EST-MODO EQUAL "FAL"
               ADD 1 TO WS-BKO-LIDOS
               MOVE EST-SALDO TO WS-DISPONIVEL
               PERFORM LOCALIZA-NECESSIDADE THRU
                       LOCALIZA-NECESSIDADE-EXIT
               IF  WS-NEC-IND NOT EQUAL ZEROS
                   SUBTRACT WS-NC-QTD (WS-NEC-IND) FROM WS-DISPONIVEL
               END-IF
               MOVE ITE-QUANTIDADE TO WS-MOV-QTD
               IF  WS-DISPONIVEL LESS THAN ITE-QUANTIDADE
                   PERFORM GUARDA-FALTA THRU GUARDA-FALTA-EXIT
                   MOVE ZEROS TO WS-MOV-QTD
                   IF  WS-DISPONIVEL GREATER THAN ZEROS
                       MOVE WS-DISPONIVEL TO WS-MOV-QTD
                   END-IF
               END-IF
               IF  WS-NEC-IND NOT EQUAL ZEROS
                   ADD WS-MOV-QTD TO WS-NC-QTD (WS-NEC-IND)
               END-IF
           END-IF.
       TRATA-UM-ITEM-EXIT.
           EXIT.

      *    CONFERE ("VER"), BAIXA ("BAI") OU ESTORNA ("EST") O SALDO
      *    DE WS-MOV-PRO NA QUANTIDADE WS-MOV-QTD; EM "FAL" SO LE.
      *    NA CONFERENCIA SO ACUMULA: O SALDO E COMPARADO COM O
      *    TOTAL DO PRODUTO NO PEDIDO (CONFERE-NECESSIDADE)
       MOVIMENTA-PRODUTO.
           IF  WS-EST-MODO EQUAL "VER"
               PERFORM ACUMULA-NECESSIDADE THRU
                       ACUMULA-NECESSIDADE-EXIT
               GO  TO  MOVIMENTA-PRODUTO-EXIT.
           MOVE "SIM" TO WS-EST-ACHOU.
           MOVE WS-MOV-PRO TO EST-PRO-COD.
           READ ARQEST WITH LOCK INVALID KEY
               MOVE "NAO" TO WS-EST-ACHOU
               MOVE WS-MOV-PRO TO EST-PRO-COD
               MOVE ZEROS TO EST-SALDO EST-MINIMO EST-DT-ULT-MOV
           END-READ.
           EVALUATE WS-EST-MODO
               WHEN "BAI"
                   SUBTRACT WS-MOV-QTD FROM EST-SALDO
                   MOVE WK-DATA-SYS TO EST-DT-ULT-MOV
                   PERFORM GRAVA-ESTOQUE THRU GRAVA-ESTOQUE-EXIT
                   COMPUTE WS-KDX-QTD = ZEROS - WS-MOV-QTD
                   PERFORM PREPARA-KARDEX THRU PREPARA-KARDEX-EXIT
               WHEN "EST"
                   ADD WS-MOV-QTD TO EST-SALDO
                   MOVE WK-DATA-SYS TO EST-DT-ULT-MOV
                   PERFORM GRAVA-ESTOQUE THRU GRAVA-ESTOQUE-EXIT
                   MOVE WS-MOV-QTD TO WS-KDX-QTD
                   PERFORM PREPARA-KARDEX THRU PREPARA-KARDEX-EXIT
           END-EVALUATE.
       MOVIMENTA-PRODUTO-EXIT.
           EXIT.

       ACUMULA-NECESSIDADE.
           PERFORM LOCALIZA-NECESSIDADE THRU LOCALIZA-NECESSIDADE-EXIT.
      *    TABELA CHEIA: CONFERE A LINHA SOZINHA
           IF  WS-NEC-IND EQUAL ZEROS
               PERFORM CONFERE-PRODUTO THRU CONFERE-PRODUTO-EXIT
               GO  TO  ACUMULA-NECESSIDADE-EXIT.
           ADD WS-MOV-QTD TO WS-NC-QTD (WS-NEC-IND).
       ACUMULA-NECESSIDADE-EXIT.
           EXIT.

      *    POSICIONA WS-NEC-IND NO PRODUTO WS-MOV-PRO, INCLUINDO-O
      *    COM QUANTIDADE ZERO; TABELA CHEIA DEVOLVE WS-NEC-IND ZERO
       LOCALIZA-NECESSIDADE.
           MOVE ZEROS TO WS-NEC-IND.
       LOCALIZA-NECESSIDADE-PROCURA.
           ADD 1 TO WS-NEC-IND.
           IF  WS-NEC-IND GREATER THAN WS-NEC-QTD-PRO
               IF  WS-NEC-QTD-PRO LESS THAN 500
                   ADD 1 TO WS-NEC-QTD-PRO
                   MOVE WS-MOV-PRO TO WS-NC-PRO (WS-NEC-IND)
                   MOVE ZEROS      TO WS-NC-QTD (WS-NEC-IND)
               ELSE
                   MOVE ZEROS      TO WS-NEC-IND
               END-IF
               GO  TO  LOCALIZA-NECESSIDADE-EXIT.
           IF  WS-NC-PRO (WS-NEC-IND) NOT EQUAL WS-MOV-PRO
               GO  TO  LOCALIZA-NECESSIDADE-PROCURA.
       LOCALIZA-NECESSIDADE-EXIT.
           EXIT.

       CONFERE-NECESSIDADE.
           MOVE WS-NC-PRO (WS-NEC-IND) TO WS-MOV-PRO.
           MOVE WS-NC-QTD (WS-NEC-IND) TO WS-MOV-QTD.
           PERFORM CONFERE-PRODUTO THRU CONFERE-PRODUTO-EXIT.
           ADD 1 TO WS-NEC-IND.
       CONFERE-NECESSIDADE-EXIT.
           EXIT.

       CONFERE-PRODUTO.
           MOVE WS-MOV-PRO TO EST-PRO-COD.
           READ ARQEST INVALID KEY
               MOVE ZEROS TO EST-SALDO
           END-READ.
           IF  WS-INV-BLOQ-PRO EQUAL ZEROS
               PERFORM VERIFICA-INVENTARIO THRU
                       VERIFICA-INVENTARIO-EXIT.
           IF  EST-SALDO LESS THAN WS-MOV-QTD
               MOVE "NAO" TO WS-ESTOQUE-OK
               IF  WS-EST-FALTA-PRO EQUAL ZEROS
                   MOVE WS-MOV-PRO TO WS-EST-FALTA-PRO
               END-IF
           END-IF.
       CONFERE-PRODUTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    ARQIKT: O QUE O ITEM BAIXOU NA SEPARACAO, POR UNIDADE  *
      *    DO ITEM; E O QUE O ESTORNO DEVOLVE                     *
      *----------------------------------------------------------*
       GRAVA-BAIXADO.
           IF  WS-ITE-KIT EQUAL "SIM"
               MOVE 1 TO WS-KIT-IND
               PERFORM GRAVA-COMPONENTE-BAIXADO THRU
                       GRAVA-COMPONENTE-BAIXADO-EXIT
                       UNTIL WS-KIT-IND GREATER THAN KIT-QTD-COMP
               GO  TO  GRAVA-BAIXADO-EXIT.
           MOVE 1           TO IKT-SEQ.
           MOVE ITE-PRO-COD TO IKT-COMP-COD.
           MOVE 1           TO IKT-COMP-QTD.
           PERFORM GRAVA-IKT THRU GRAVA-IKT-EXIT.
       GRAVA-BAIXADO-EXIT.
           EXIT.

       GRAVA-COMPONENTE-BAIXADO.
           MOVE WS-KIT-IND                TO IKT-SEQ.
           MOVE KIT-COMP-COD (WS-KIT-IND) TO IKT-COMP-COD.
           MOVE KIT-COMP-QTD (WS-KIT-IND) TO IKT-COMP-QTD.
           PERFORM GRAVA-IKT THRU GRAVA-IKT-EXIT.
           ADD 1 TO WS-KIT-IND.
       GRAVA-COMPONENTE-BAIXADO-EXIT.
           EXIT.

       GRAVA-IKT.
           MOVE ITE-CLI-COD TO IKT-CLI-COD.
           MOVE ITE-PEDIDO  TO IKT-PEDIDO.
           MOVE ITE-ITEM    TO IKT-ITEM.
           MOVE ITE-PRO-COD TO IKT-PRO-COD.
           MOVE WK-DATA-SYS TO IKT-DATA.
           WRITE IKT-REG INVALID KEY
               REWRITE IKT-REG INVALID KEY
                   MOVE " BAIXADOS "   TO WK-MSG-RT2
                   PERFORM 9100-RETCOD
               END-REWRITE
           END-WRITE.
       GRAVA-IKT-EXIT.
           EXIT.

      *    MONTA EM KIT-REG (QTDE E COMPONENTES) O QUE O ITEM BAIXOU;
      *    SEM REGISTRO NO ARQIKT WS-IKT-ACHOU FICA "NAO"
       CARREGA-BAIXADO.
           MOVE "NAO" TO WS-IKT-ACHOU WS-IKT-EOF.
           MOVE ZEROS TO KIT-QTD-COMP.
           MOVE ITE-CLI-COD TO IKT-CLI-COD.
           MOVE ITE-PEDIDO  TO IKT-PEDIDO.
           MOVE ITE-ITEM    TO IKT-ITEM.
           MOVE ZEROS       TO IKT-SEQ.
           START ARQIKT KEY IS NOT LESS THAN IKT-CHAVE INVALID KEY
               MOVE "SIM" TO WS-IKT-EOF.
           PERFORM CARREGA-BAIXADO-LE THRU CARREGA-BAIXADO-LE-EXIT
                   UNTIL WS-IKT-EOF EQUAL "SIM".
           IF  KIT-QTD-COMP GREATER THAN ZEROS
               MOVE "SIM" TO WS-IKT-ACHOU.
       CARREGA-BAIXADO-EXIT.
           EXIT.

       CARREGA-BAIXADO-LE.
           READ ARQIKT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-IKT-EOF
                   GO  TO  CARREGA-BAIXADO-LE-EXIT
           END-READ.
           IF  IKT-CLI-COD NOT EQUAL ITE-CLI-COD
               OR IKT-PEDIDO NOT EQUAL ITE-PEDIDO
               OR IKT-ITEM NOT EQUAL ITE-ITEM
               OR KIT-QTD-COMP NOT LESS THAN 10
               MOVE "SIM" TO WS-IKT-EOF
               GO  TO  CARREGA-BAIXADO-LE-EXIT.
           ADD 1 TO KIT-QTD-COMP.
           MOVE IKT-COMP-COD TO KIT-COMP-COD (KIT-QTD-COMP).
           MOVE IKT-COMP-QTD TO KIT-COMP-QTD (KIT-QTD-COMP).
       CARREGA-BAIXADO-LE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    KIT (ARQKIT, HBKIT001): NAO TEM SALDO PROPRIO; O       *
      *    ESTOQUE MOVIMENTADO E O DE CADA COMPONENTE             *
      *----------------------------------------------------------*
       LE-KIT.
           MOVE "SIM" TO WS-ITE-KIT.
           MOVE ITE-PRO-COD TO KIT-PRO-COD.
           READ ARQKIT INVALID KEY
               MOVE "NAO" TO WS-ITE-KIT
           END-READ.
           IF  KIT-QTD-COMP EQUAL ZEROS
               MOVE "NAO" TO WS-ITE-KIT.
       LE-KIT-EXIT.
           EXIT.

       TRATA-KIT.
           MOVE 1 TO WS-KIT-IND.
           IF  WS-EST-MODO NOT EQUAL "FAL"
               PERFORM MOVIMENTA-COMPONENTE THRU
                       MOVIMENTA-COMPONENTE-EXIT
                       UNTIL WS-KIT-IND GREATER THAN KIT-QTD-COMP
               GO  TO  TRATA-KIT-EXIT.
      *    SEPARACAO PARCIAL: QUANTOS KITS O SALDO PERMITE MONTAR
           ADD 1 TO WS-BKO-LIDOS.
           MOVE 9999999 TO WS-DISPONIVEL.
           PERFORM DISPONIVEL-COMPONENTE THRU
                   DISPONIVEL-COMPONENTE-EXIT
                   UNTIL WS-KIT-IND GREATER THAN KIT-QTD-COMP.
           IF  WS-DISPONIVEL LESS THAN ITE-QUANTIDADE
               PERFORM GUARDA-FALTA THRU GUARDA-FALTA-EXIT.
           MOVE 1 TO WS-KIT-IND.
           PERFORM RESERVA-COMPONENTE THRU RESERVA-COMPONENTE-EXIT
                   UNTIL WS-KIT-IND GREATER THAN KIT-QTD-COMP.
       TRATA-KIT-EXIT.
           EXIT.

       MOVIMENTA-COMPONENTE.
           MOVE KIT-COMP-COD (WS-KIT-IND) TO WS-MOV-PRO.
           COMPUTE WS-MOV-QTD =
                   ITE-QUANTIDADE * KIT-COMP-QTD (WS-KIT-IND).
           PERFORM MOVIMENTA-PRODUTO THRU MOVIMENTA-PRODUTO-EXIT.
           ADD 1 TO WS-KIT-IND.
       MOVIMENTA-COMPONENTE-EXIT.
           EXIT.

       DISPONIVEL-COMPONENTE.
           MOVE KIT-COMP-COD (WS-KIT-IND) TO EST-PRO-COD WS-MOV-PRO.
           READ ARQEST INVALID KEY
               MOVE ZEROS TO EST-SALDO
           END-READ.
      *    DESCONTA O JA RESERVADO PARA AS LINHAS ANTERIORES
           PERFORM LOCALIZA-NECESSIDADE THRU LOCALIZA-NECESSIDADE-EXIT.
           IF  WS-NEC-IND NOT EQUAL ZEROS
               IF  EST-SALDO GREATER THAN WS-NC-QTD (WS-NEC-IND)
                   SUBTRACT WS-NC-QTD (WS-NEC-IND) FROM EST-SALDO
               ELSE
                   MOVE ZEROS TO EST-SALDO
               END-IF
           END-IF.
           MOVE ZEROS TO WS-KIT-MONTA.
           IF  EST-SALDO GREATER THAN ZEROS
               COMPUTE WS-KIT-MONTA =
                       EST-SALDO / KIT-COMP-QTD (WS-KIT-IND)
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-KIT-MONTA
               END-COMPUTE
           END-IF.
           IF  WS-KIT-MONTA LESS THAN WS-DISPONIVEL
               MOVE WS-KIT-MONTA TO WS-DISPONIVEL.
           ADD 1 TO WS-KIT-IND.
       DISPONIVEL-COMPONENTE-EXIT.
           EXIT.

      *    RESERVA O COMPONENTE DOS KITS QUE SERAO SEPARADOS
       RESERVA-COMPONENTE.
           MOVE KIT-COMP-COD (WS-KIT-IND) TO WS-MOV-PRO.
           IF  WS-DISPONIVEL LESS THAN ITE-QUANTIDADE
               COMPUTE WS-MOV-QTD =
                       WS-DISPONIVEL * KIT-COMP-QTD (WS-KIT-IND)
           ELSE
               COMPUTE WS-MOV-QTD =
                       ITE-QUANTIDADE * KIT-COMP-QTD (WS-KIT-IND)
           END-IF.
           PERFORM LOCALIZA-NECESSIDADE THRU LOCALIZA-NECESSIDADE-EXIT.
           IF  WS-NEC-IND NOT EQUAL ZEROS
               ADD WS-MOV-QTD TO WS-NC-QTD (WS-NEC-IND).
           ADD 1 TO WS-KIT-IND.
       RESERVA-COMPONENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PRODUTO CONGELADO EM INVENTARIO ABERTO (HBINV001)     *
      *----------------------------------------------------------*
       VERIFICA-INVENTARIO.
           MOVE "NAO" TO WS-INI-EOF.
           MOVE WS-MOV-PRO TO INI-PRO-COD.
           START ARQINI KEY IS EQUAL INI-PRO-COD INVALID KEY
               MOVE "SIM" TO WS-INI-EOF.
           PERFORM VERIFICA-INVENTARIO-LE THRU
                   VERIFICA-INVENTARIO-LE-EXIT
                   UNTIL WS-INI-EOF EQUAL "SIM".
       VERIFICA-INVENTARIO-EXIT.
           EXIT.

       VERIFICA-INVENTARIO-LE.
           READ ARQINI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-INI-EOF
                   GO  TO  VERIFICA-INVENTARIO-LE-EXIT
           END-READ.
           IF  INI-PRO-COD NOT EQUAL WS-MOV-PRO
               MOVE "SIM" TO WS-INI-EOF
               GO  TO  VERIFICA-INVENTARIO-LE-EXIT.
           IF  INI-ABERTO
               MOVE WS-MOV-PRO TO WS-INV-BLOQ-PRO
               MOVE "SIM" TO WS-INI-EOF.
       VERIFICA-INVENTARIO-LE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    SEPARACAO PARCIAL: O QUE FALTA VIRA PEDIDO PENDENTE   *
      *----------------------------------------------------------*
       OFERECE-BACKORDER.
           MOVE "NAO" TO WS-BKO-GERADO.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Separa o disponivel e gera pendencia ..."
                                   TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND "s"
               MOVE "Estoque insuficiente p/ separacao...   "
                                   TO WK-MSG-ADV1
               MOVE SPACES TO WK-MSG-ADV2
               STRING "Produto " WS-EST-FALTA-PRO " sem saldo."
                      DELIMITED BY SIZE INTO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  OFERECE-BACKORDER-EXIT.
           MOVE ZEROS TO WS-BKO-QTD-TAB WS-BKO-LIDOS WS-BKO-ZERADOS.
           MOVE "NAO" TO WS-BKO-ESTOURO.
           MOVE "FAL" TO WS-EST-MODO.
           PERFORM PERCORRE-ITENS THRU PERCORRE-ITENS-EXIT.
           IF  WS-BKO-ESTOURO EQUAL "SIM"
               MOVE "Itens em falta acima do limite...      "
                                   TO WK-MSG-ADV1
               MOVE "Pedido nao pode ser separado em parte. "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  OFERECE-BACKORDER-EXIT.
           IF  WS-BKO-ZERADOS NOT LESS THAN WS-BKO-LIDOS
               MOVE "Nenhum item do pedido tem saldo...     "
                                   TO WK-MSG-ADV1
               MOVE "Nao ha o que separar agora...          "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  OFERECE-BACKORDER-EXIT.
           PERFORM GERA-BACKORDER THRU GERA-BACKORDER-EXIT.
       OFERECE-BACKORDER-EXIT.
           EXIT.

       GUARDA-FALTA.
           IF  WS-BKO-QTD-TAB NOT LESS THAN 50
               MOVE "SIM" TO WS-BKO-ESTOURO
               GO  TO  GUARDA-FALTA-EXIT.
           ADD 1 TO WS-BKO-QTD-TAB.
           MOVE ITE-ITEM TO WS-FAL-ITEM (WS-BKO-QTD-TAB).
           IF  WS-DISPONIVEL GREATER THAN ZEROS
               MOVE WS-DISPONIVEL TO WS-FAL-QTD-DISP (WS-BKO-QTD-TAB)
           ELSE
               MOVE ZEROS     TO WS-FAL-QTD-DISP (WS-BKO-QTD-TAB)
               ADD 1 TO WS-BKO-ZERADOS
           END-IF.
           COMPUTE WS-FAL-QTD-FALTA (WS-BKO-QTD-TAB) =
                   ITE-QUANTIDADE - WS-FAL-QTD-DISP (WS-BKO-QTD-TAB).
       GUARDA-FALTA-EXIT.
           EXIT.

      *    A PENDENCIA GUARDA A DATA DO PEDIDO ORIGINAL, QUE DA A
      *    ORDEM DE ATENDIMENTO, E APONTA SEMPRE PARA O PRIMEIRO
      *    PEDIDO DA CADEIA (PENDENCIA DE PENDENCIA)
       GERA-BACKORDER.
           MOVE "OBT"     TO SR-SEQ-FUNCAO.
           MOVE "PEDIDOS" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  NOT SR88-SEQ-OK
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "Pendencia nao foi gerada...            "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  GERA-BACKORDER-EXIT.
           MOVE SR-SEQ-NUMERO TO WS-BKO-PEDIDO.
           MOVE PED-REG       TO WS-BKO-PED-SALVO.
           IF  PED-PEDIDO-ORIGEM EQUAL ZEROS
               MOVE PED-PEDIDO        TO WS-BKO-ORIGEM
           ELSE
               MOVE PED-PEDIDO-ORIGEM TO WS-BKO-ORIGEM
           END-IF.
           MOVE ZEROS TO WS-BKO-IND WS-BKO-ITEM-NOVO
                         WS-BKO-VL-NOVO WS-BKO-VL-RETIRADO.
           PERFORM GRAVA-ITEM-BACKORDER THRU
                   GRAVA-ITEM-BACKORDER-EXIT
                   UNTIL WS-BKO-IND NOT LESS THAN WS-BKO-QTD-TAB.
           MOVE WS-BKO-PEDIDO    TO PED-PEDIDO.
           MOVE WS-BKO-ITEM-NOVO TO PED-QTD-ITENS.
           MOVE WS-BKO-VL-NOVO   TO PED-VL-TOTAL.
           MOVE "A"              TO PED-SITUACAO.
           MOVE WS-BKO-ORIGEM    TO PED-PEDIDO-ORIGEM.
           WRITE PED-REG INVALID KEY
               PERFORM 9100-RETCOD
           NOT INVALID KEY
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-PED THRU JORNAL-PED-EXIT
           END-WRITE.
           MOVE SPACE TO WS-SIT-ANTERIOR.
           MOVE "A"   TO WS-SIT-NOVA.
           PERFORM GRAVA-HISTORICO THRU GRAVA-HISTORICO-EXIT.
           MOVE "A"   TO WS-SIT-ANTERIOR.
           MOVE "S"   TO WS-SIT-NOVA.
           MOVE WS-BKO-PED-SALVO TO PED-REG.
           SUBTRACT WS-BKO-ZERADOS     FROM PED-QTD-ITENS.
           SUBTRACT WS-BKO-VL-RETIRADO FROM PED-VL-TOTAL.
           MOVE "SIM" TO WS-BKO-GERADO.
           MOVE "HBPED002"              TO WS-LOG-PROGRAMA.
           MOVE "GEROU BACKORDER"       TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           MOVE WS-BKO-PEDIDO TO WS-PED-ED.
           STRING "Pendencia gerada no pedido " WS-PED-ED
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       GERA-BACKORDER-EXIT.
           EXIT.

       GRAVA-ITEM-BACKORDER.
           ADD 1 TO WS-BKO-IND.
           MOVE PED-CLI-COD TO ITE-CLI-COD.
           MOVE PED-PEDIDO  TO ITE-PEDIDO.
           MOVE WS-FAL-ITEM (WS-BKO-IND) TO ITE-ITEM.
           READ ARQITE INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  GRAVA-ITEM-BACKORDER-EXIT
           END-READ.
           MOVE ITE-VL-TOTAL TO WS-BKO-VL-ANTES.
           ADD 1 TO WS-BKO-ITEM-NOVO.
           MOVE WS-BKO-PEDIDO    TO ITE-PEDIDO.
           MOVE WS-BKO-ITEM-NOVO TO ITE-ITEM.
           MOVE WS-FAL-QTD-FALTA (WS-BKO-IND) TO ITE-QUANTIDADE.
           PERFORM CALCULA-VALOR-ITEM THRU CALCULA-VALOR-ITEM-EXIT.
           WRITE ITE-REG INVALID KEY
               PERFORM 9100-RETCOD
           NOT INVALID KEY
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-ITE THRU JORNAL-ITE-EXIT
           END-WRITE.
           ADD ITE-VL-TOTAL TO WS-BKO-VL-NOVO.
           MOVE ITE-PRO-COD      TO BKO-PRO-COD.
           MOVE PED-DATA         TO BKO-DATA.
           MOVE WS-BKO-PEDIDO    TO BKO-PEDIDO.
           MOVE WS-BKO-ITEM-NOVO TO BKO-ITEM.
           MOVE PED-CLI-COD      TO BKO-CLI-COD.
           MOVE WS-BKO-ORIGEM    TO BKO-PEDIDO-ORIGEM.
           MOVE ITE-QUANTIDADE   TO BKO-QUANTIDADE.
           MOVE WK-DATA-SYS      TO BKO-DT-GERACAO.
           MOVE LK-USUARIO       TO BKO-USUARIO.
           WRITE BKO-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-WRITE.
           MOVE PED-PEDIDO TO ITE-PEDIDO.
           MOVE WS-FAL-ITEM (WS-BKO-IND) TO ITE-ITEM.
           IF  WS-FAL-QTD-DISP (WS-BKO-IND) EQUAL ZEROS
               DELETE ARQITE RECORD INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "EXC" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-ITE THRU JORNAL-ITE-EXIT
               END-DELETE
               ADD WS-BKO-VL-ANTES TO WS-BKO-VL-RETIRADO
               GO  TO  GRAVA-ITEM-BACKORDER-EXIT.
           MOVE WS-FAL-QTD-DISP (WS-BKO-IND) TO ITE-QUANTIDADE.
           PERFORM CALCULA-VALOR-ITEM THRU CALCULA-VALOR-ITEM-EXIT.
           COMPUTE WS-BKO-VL-RETIRADO =
                   WS-BKO-VL-RETIRADO + WS-BKO-VL-ANTES - ITE-VL-TOTAL.
           REWRITE ITE-REG INVALID KEY
               PERFORM 9100-RETCOD
           NOT INVALID KEY
               MOVE "ALT" TO SR-JRN-OPERACAO
               PERFORM JORNAL-ITE THRU JORNAL-ITE-EXIT
           END-REWRITE.
       GRAVA-ITEM-BACKORDER-EXIT.
           EXIT.

       CALCULA-VALOR-ITEM.
           COMPUTE ITE-VL-TOTAL ROUNDED =
                   ITE-QUANTIDADE * ITE-VL-UNITARIO
                   * (100 - ITE-PCT-DESCONTO) / 100.
           COMPUTE ITE-VL-DESCONTO =
                   ITE-QUANTIDADE * ITE-VL-UNITARIO - ITE-VL-TOTAL.
       CALCULA-VALOR-ITEM-EXIT.
           EXIT.

       GERA-NOTA.
           MOVE WK-DATA-SYS   TO NOT-DATA.
           MOVE PED-QTD-ITENS TO NOT-QTD-ITENS.
           MOVE PED-VL-TOTAL  TO NOT-VL-TOTAL.
           MOVE "A"           TO NOT-SITUACAO.
           MOVE ZEROS         TO NOT-DT-CANCEL NOT-MOT-CANCEL.
           MOVE SPACES        TO NOT-USU-CANCEL.
           MOVE CLI-UF        TO NOT-UF-DESTINO.
           MOVE ZEROS         TO NOT-BC-ICMS NOT-VL-ICMS NOT-VL-IPI.
           MOVE PED-VL-TOTAL  TO NOT-VL-NOTA.
           MOVE PED-COND-PGTO TO NOT-COND-PGTO.
           WRITE NOT-REG INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  GERA-NOTA-EXIT
           NOT INVALID KEY
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-NOT THRU JORNAL-NOT-EXIT
           END-WRITE.
           MOVE ZEROS TO WS-SEM-REGRA.
           PERFORM GERA-NOTA-ITENS THRU GERA-NOTA-ITENS-EXIT.
           COMPUTE NOT-VL-NOTA = NOT-VL-TOTAL + NOT-VL-IPI.
           REWRITE NOT-REG INVALID KEY
               PERFORM 9100-RETCOD
           NOT INVALID KEY
               MOVE "ALT" TO SR-JRN-OPERACAO
               PERFORM JORNAL-NOT THRU JORNAL-NOT-EXIT
           END-REWRITE.
           PERFORM GERA-PARCELAS THRU GERA-PARCELAS-EXIT.
           PERFORM IMPRIME-NOTA THRU IMPRIME-NOTA-EXIT.
           MOVE "HBPED002"              TO WS-LOG-PROGRAMA.
           MOVE "GEROU NOTA FISCAL"     TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
           IF  WS-SEM-REGRA GREATER THAN ZEROS
               MOVE SPACES TO WK-MSG-ADV1
               STRING "Itens sem regra fiscal: " WS-SEM-REGRA
                      DELIMITED BY SIZE INTO WK-MSG-ADV1
               MOVE "CFOP padrao, sem ICMS/IPI (HBTRB001)..."
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA.
       GERA-NOTA-EXIT.
           EXIT.

           MOVE ITE-PRO-COD      TO NTI-PRO-COD PRO-COD.
           READ ARQPRO INVALID KEY
               MOVE "NAO CADASTRADO" TO PRO-DESC
               MOVE ZEROS  TO PRO-NCM PRO-ORIGEM
               MOVE SPACES TO PRO-GRUPO-TRIB
           END-READ.
           MOVE PRO-DESC         TO NTI-PRO-DESC.
           MOVE ITE-QUANTIDADE   TO NTI-QUANTIDADE.
           MOVE ITE-VL-UNITARIO  TO NTI-VL-UNITARIO.
           IF  ITE-PCT-DESCONTO NOT EQUAL ZEROS
               COMPUTE NTI-VL-UNITARIO ROUNDED =
                       ITE-VL-TOTAL / ITE-QUANTIDADE.
           MOVE ITE-VL-TOTAL     TO NTI-VL-TOTAL.
           PERFORM BUSCA-CUSTO THRU BUSCA-CUSTO-EXIT.
           MOVE WS-CUSTO-VIGENTE TO NTI-VL-CUSTO.
           PERFORM CALCULA-IMPOSTOS THRU CALCULA-IMPOSTOS-EXIT.
           WRITE NTI-REG INVALID KEY
               PERFORM 9100-RETCOD
           NOT INVALID KEY
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-NTI THRU JORNAL-NTI-EXIT
           END-WRITE.
       GERA-NOTA-UM-ITEM-EXIT.
           EXIT.

       CALCULA-IMPOSTOS.
           MOVE PRO-NCM    TO NTI-NCM.
           MOVE PRO-ORIGEM TO NTI-ORIGEM.
           PERFORM BUSCA-REGRA-FISCAL THRU BUSCA-REGRA-FISCAL-EXIT.
           IF  WS-TRB-ACHOU EQUAL "NAO"
               ADD 1 TO WS-SEM-REGRA
               IF  NOT-UF-DESTINO EQUAL WS-UF-ORIGEM
                   MOVE 5102 TO NTI-CFOP
               ELSE
                   MOVE 6102 TO NTI-CFOP
               END-IF
               MOVE ZEROS TO NTI-BC-ICMS NTI-ALIQ-ICMS NTI-VL-ICMS
                             NTI-ALIQ-IPI NTI-VL-IPI
               GO  TO  CALCULA-IMPOSTOS-EXIT.
           MOVE TRB-CFOP      TO NTI-CFOP.
           MOVE TRB-ALIQ-ICMS TO NTI-ALIQ-ICMS.
           MOVE TRB-ALIQ-IPI  TO NTI-ALIQ-IPI.
           IF  TRB-ALIQ-ICMS EQUAL ZEROS
               MOVE ZEROS TO NTI-BC-ICMS NTI-VL-ICMS
           ELSE
               COMPUTE NTI-BC-ICMS ROUNDED =
                       NTI-VL-TOTAL * (100 - TRB-RED-BASE) / 100
               COMPUTE NTI-VL-ICMS ROUNDED =
                       NTI-BC-ICMS * TRB-ALIQ-ICMS / 100
           END-IF.
           COMPUTE NTI-VL-IPI ROUNDED =
                   NTI-VL-TOTAL * TRB-ALIQ-IPI / 100.
           ADD NTI-BC-ICMS TO NOT-BC-ICMS.
           ADD NTI-VL-ICMS TO NOT-VL-ICMS.
           ADD NTI-VL-IPI  TO NOT-VL-IPI.
       CALCULA-IMPOSTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  REGRA DO GRUPO TRIBUTARIO DO PRODUTO; SEM ELA, A REGRA   *
      *  GERAL (GRUPO EM BRANCO) DO MESMO PAR DE UFS              *
      *----------------------------------------------------------*
       BUSCA-REGRA-FISCAL.
           MOVE "SIM"          TO WS-TRB-ACHOU.
           MOVE WS-UF-ORIGEM   TO TRB-UF-ORIGEM.
           MOVE NOT-UF-DESTINO TO TRB-UF-DESTINO.
           MOVE PRO-GRUPO-TRIB TO TRB-GRUPO-TRIB.
           READ ARQTRB INVALID KEY
               MOVE "NAO" TO WS-TRB-ACHOU
           END-READ.
           IF  WS-TRB-ACHOU EQUAL "SIM"
               OR PRO-GRUPO-TRIB EQUAL SPACES
               GO  TO  BUSCA-REGRA-FISCAL-EXIT.
           MOVE "SIM"          TO WS-TRB-ACHOU.
           MOVE SPACES         TO TRB-GRUPO-TRIB.
           READ ARQTRB INVALID KEY
               MOVE "NAO" TO WS-TRB-ACHOU
           END-READ.
       BUSCA-REGRA-FISCAL-EXIT.
           EXIT.

       BUSCA-CUSTO.
           MOVE "NAO" TO WS-CUS-EOF.
           MOVE ZEROS TO WS-CUSTO-VIGENTE.
           MOVE ITE-PRO-COD TO CUS-PRO-COD.
           MOVE ZEROS       TO CUS-DT-INICIO.
           START ARQCUS KEY IS GREATER THAN CUS-CHAVE INVALID KEY
               MOVE "SIM" TO WS-CUS-EOF.
           PERFORM BUSCA-CUSTO-LE THRU BUSCA-CUSTO-LE-EXIT
                   UNTIL WS-CUS-EOF EQUAL "SIM".
       BUSCA-CUSTO-EXIT.
           EXIT.

       BUSCA-CUSTO-LE.
           READ ARQCUS NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CUS-EOF
                   GO  TO  BUSCA-CUSTO-LE-EXIT
           END-READ.
           IF  CUS-PRO-COD NOT EQUAL ITE-PRO-COD
               OR CUS-DT-INICIO GREATER THAN WK-DATA-SYS
               MOVE "SIM" TO WS-CUS-EOF
               GO  TO  BUSCA-CUSTO-LE-EXIT.
           IF  CUS-DT-FIM EQUAL ZEROS
               OR CUS-DT-FIM NOT LESS THAN WK-DATA-SYS
               MOVE CUS-VL-CUSTO TO WS-CUSTO-VIGENTE.
       BUSCA-CUSTO-LE-EXIT.
           EXIT.

       IMPRIME-NOTA.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELNOT"   TO SR-REL-BASE.
           MOVE NOT-CLI-COD TO WS-CLI-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CLIENTE " WS-CLI-ED " " NOT-CLI-NOME
                  " UF " NOT-UF-DESTINO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE NOT-VEN-COD TO WS-VEN-ED.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-NOTA-ENDERECOS THRU
                   IMPRIME-NOTA-ENDERECOS-EXIT.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-NF-EOF.
           MOVE WS-NOTA-NUM TO NTI-NUMERO.
           MOVE ZEROS       TO NTI-ITEM.
                   UNTIL WS-NF-EOF EQUAL "SIM".
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE NOT-BC-ICMS TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "BASE DE CALCULO ICMS:" WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE NOT-VL-ICMS TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR DO ICMS      : " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE NOT-VL-TOTAL TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR DOS PRODUTOS : " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE NOT-VL-IPI TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR DO IPI       : " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE NOT-VL-NOTA TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "VALOR TOTAL DA NOTA: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM IMPRIME-NOTA-CONDICAO THRU
                   IMPRIME-NOTA-CONDICAO-EXIT.
           CLOSE ARQREL.
       IMPRIME-NOTA-EXIT.
           EXIT.

      *    CONDICAO DE PAGAMENTO E PARCELAS GERADAS NO ARQREC
      *    COBRANCA (CADASTRO DO CLIENTE) NA COLUNA 1 E ENTREGA
      *    (ARQENT) NA COLUNA 67; PED-REG E CLI-REG SAO OS DO PEDIDO
      *    QUE ACABOU DE SER FATURADO
       IMPRIME-NOTA-ENDERECOS.
           MOVE "NAO" TO WS-ENT-ACHOU.
           IF  PED-END-COD NOT EQUAL ZEROS
               MOVE PED-CLI-COD TO ENT-CLI-COD
               MOVE PED-END-COD TO ENT-COD
               READ ARQENT INVALID KEY
                   MOVE "NAO" TO WS-ENT-ACHOU
               NOT INVALID KEY
                   MOVE "SIM" TO WS-ENT-ACHOU
               END-READ
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING "ENDERECO DE COBRANCA"
                  DELIMITED BY SIZE INTO REL-LINHA.
           IF  WS-ENT-ACHOU EQUAL "SIM"
               STRING "ENDERECO DE ENTREGA - " ENT-DESCRICAO
                      DELIMITED BY SIZE INTO REL-LINHA(67:)
           ELSE
               STRING "ENDERECO DE ENTREGA - O MESMO DE COBRANCA"
                      DELIMITED BY SIZE INTO REL-LINHA(67:)
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "   " CLI-ENDERECO
                  DELIMITED BY SIZE INTO REL-LINHA.
           IF  WS-ENT-ACHOU EQUAL "SIM"
               STRING "   " ENT-ENDERECO
                      DELIMITED BY SIZE INTO REL-LINHA(67:)
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "   CEP " CLI-CEP " " CLI-CIDADE " " CLI-UF
                  DELIMITED BY SIZE INTO REL-LINHA.
           IF  WS-ENT-ACHOU EQUAL "SIM"
               STRING "   CEP " ENT-CEP " " ENT-CIDADE " " ENT-UF
                      DELIMITED BY SIZE INTO REL-LINHA(67:)
           END-IF.
           WRITE REL-LINHA.
           IF  WS-ENT-ACHOU NOT EQUAL "SIM"
               GO  TO  IMPRIME-NOTA-ENDERECOS-EXIT.
           MOVE SPACES TO REL-LINHA.
           STRING "   CONTATO " ENT-CONTATO(1:25) " FONE " ENT-FONE
                  DELIMITED BY SIZE INTO REL-LINHA(67:).
           WRITE REL-LINHA.
           IF  ENT-HR-INICIO EQUAL ZEROS AND ENT-HR-FIM EQUAL ZEROS
               GO  TO  IMPRIME-NOTA-ENDERECOS-EXIT.
           MOVE ENT-HR-INICIO TO WS-HR-INI-ED.
           MOVE ENT-HR-FIM    TO WS-HR-FIM-ED.
           INSPECT WS-HR-INI-ED REPLACING ALL " " BY ":".
           INSPECT WS-HR-FIM-ED REPLACING ALL " " BY ":".
           MOVE SPACES TO REL-LINHA.
           STRING "   RECEBE DAS " WS-HR-INI-ED " AS " WS-HR-FIM-ED
                  DELIMITED BY SIZE INTO REL-LINHA(67:).
           WRITE REL-LINHA.
       IMPRIME-NOTA-ENDERECOS-EXIT.
           EXIT.

       IMPRIME-NOTA-CONDICAO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF  NOT-COND-PGTO EQUAL ZEROS
               MOVE "CONDICAO DE PAGAMENTO: INFORMADA NO FATURAMENTO"
                                   TO REL-LINHA
           ELSE
               MOVE NOT-COND-PGTO TO CPG-COD WS-CPG-ED
               READ ARQCPG INVALID KEY
                   MOVE SPACES TO CPG-DESCRICAO
               END-READ
               STRING "CONDICAO DE PAGAMENTO: " WS-CPG-ED " "
                      CPG-DESCRICAO
                      DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-NF-EOF.
           MOVE WS-NOTA-NUM TO REC-NOTA.
           MOVE ZEROS       TO REC-PARCELA.
           START ARQREC KEY IS GREATER THAN REC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-NF-EOF.
           PERFORM IMPRIME-NOTA-PARCELA THRU IMPRIME-NOTA-PARCELA-EXIT
                   UNTIL WS-NF-EOF EQUAL "SIM".
       IMPRIME-NOTA-CONDICAO-EXIT.
           EXIT.

       IMPRIME-NOTA-PARCELA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NF-EOF
                   GO  TO  IMPRIME-NOTA-PARCELA-EXIT
           END-READ.
           IF  REC-NOTA NOT EQUAL WS-NOTA-NUM
               MOVE "SIM" TO WS-NF-EOF
               GO  TO  IMPRIME-NOTA-PARCELA-EXIT.
           MOVE REC-PARCELA    TO WS-PARC-ED.
           MOVE REC-VL-PARCELA TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "  PARCELA " WS-PARC-ED
                  " VENCIMENTO " REC-DT-VENCIMENTO
                  " VALOR " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-NOTA-PARCELA-EXIT.
           EXIT.

       IMPRIME-NOTA-ITEM.
           READ ARQNTI NEXT RECORD
               AT END
                  " TOTAL " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE NTI-BC-ICMS   TO WS-BC-ED.
           MOVE NTI-VL-ICMS   TO WS-ICMS-ED.
           MOVE NTI-VL-IPI    TO WS-IPI-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "              NCM " NTI-NCM
                  " CFOP " NTI-CFOP
                  " BC ICMS " WS-BC-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE NTI-ALIQ-ICMS TO WS-ALIQ-ED.
           STRING " ICMS " WS-ALIQ-ED "% " WS-ICMS-ED
                  DELIMITED BY SIZE INTO REL-LINHA(63:).
           MOVE NTI-ALIQ-IPI  TO WS-ALIQ-ED.
           STRING " IPI " WS-ALIQ-ED "% " WS-IPI-ED
                  DELIMITED BY SIZE INTO REL-LINHA(91:).
           WRITE REL-LINHA.
      *    ITEM QUE E KIT: COMPOSICAO ABAIXO DA LINHA, SEM VALOR;
      *    A QUE A SEPARACAO BAIXOU (ARQIKT) OU, SEM ELA, A DO ARQKIT
           MOVE "NAO" TO WS-IKT-ACHOU.
           PERFORM LOCALIZA-ITEM-NOTA THRU LOCALIZA-ITEM-NOTA-EXIT.
           IF  WS-ITN-ACHADO EQUAL "SIM"
               PERFORM CARREGA-BAIXADO THRU CARREGA-BAIXADO-EXIT.
           IF  WS-IKT-ACHOU EQUAL "NAO"
               MOVE NTI-PRO-COD TO KIT-PRO-COD
               READ ARQKIT INVALID KEY
                   GO  TO  IMPRIME-NOTA-ITEM-EXIT
               END-READ
           END-IF.
           MOVE 1 TO WS-KIT-IND.
           PERFORM IMPRIME-NOTA-COMPONENTE THRU
                   IMPRIME-NOTA-COMPONENTE-EXIT
                   UNTIL WS-KIT-IND GREATER THAN KIT-QTD-COMP.
       IMPRIME-NOTA-ITEM-EXIT.
           EXIT.

      *    ITEM DO PEDIDO QUE DEU ORIGEM AO ITEM DA NOTA: OS ITENS
      *    DA NOTA SAO NUMERADOS NA ORDEM DOS ITENS DO PEDIDO
      *    (GERA-NOTA-ITENS); O PRODUTO TEM DE CONFERIR
       LOCALIZA-ITEM-NOTA.
           MOVE "NAO" TO WS-ITN-ACHADO WS-ITN-EOF.
           MOVE ZEROS TO WS-ITN-POS.
           MOVE NOT-CLI-COD TO ITE-CLI-COD.
           MOVE NOT-PEDIDO  TO ITE-PEDIDO.
           MOVE ZEROS       TO ITE-ITEM.
           START ARQITE KEY IS GREATER THAN ITE-CHAVE INVALID KEY
               MOVE "SIM" TO WS-ITN-EOF.
           PERFORM LOCALIZA-ITEM-NOTA-LE THRU LOCALIZA-ITEM-NOTA-LE-EXIT
                   UNTIL WS-ITN-EOF EQUAL "SIM".
       LOCALIZA-ITEM-NOTA-EXIT.
           EXIT.

       LOCALIZA-ITEM-NOTA-LE.
           READ ARQITE NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-ITN-EOF
                   GO  TO  LOCALIZA-ITEM-NOTA-LE-EXIT
           END-READ.
           IF  ITE-CLI-COD NOT EQUAL NOT-CLI-COD
               OR ITE-PEDIDO NOT EQUAL NOT-PEDIDO
               MOVE "SIM" TO WS-ITN-EOF
               GO  TO  LOCALIZA-ITEM-NOTA-LE-EXIT.
           ADD 1 TO WS-ITN-POS.
           IF  WS-ITN-POS LESS THAN NTI-ITEM
               GO  TO  LOCALIZA-ITEM-NOTA-LE-EXIT.
           MOVE "SIM" TO WS-ITN-EOF.
           IF  ITE-PRO-COD EQUAL NTI-PRO-COD
               MOVE "SIM" TO WS-ITN-ACHADO.
       LOCALIZA-ITEM-NOTA-LE-EXIT.
           EXIT.

       IMPRIME-NOTA-COMPONENTE.
           MOVE KIT-COMP-COD (WS-KIT-IND) TO PRO-COD WS-PRO-ED.
           READ ARQPRO INVALID KEY
               MOVE "NAO CADASTRADO" TO PRO-DESC
           END-READ.
           COMPUTE WS-MOV-QTD =
                   NTI-QUANTIDADE * KIT-COMP-QTD (WS-KIT-IND).
           MOVE WS-MOV-QTD TO WS-QTD-KIT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "              KIT: " WS-PRO-ED " "
                  PRO-DESC(1:25) " QTDE " WS-QTD-KIT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WS-KIT-IND.
       IMPRIME-NOTA-COMPONENTE-EXIT.
           EXIT.

      *    COM CONDICAO DE PAGAMENTO VALIDA NA NOTA AS PARCELAS
      *    SAEM DELA; SEM CONDICAO, QUANTIDADE E INTERVALO SAO
      *    INFORMADOS NA TELA
       GERA-PARCELAS.
           MOVE "NAO" TO WS-CPG-ACHADA.
           IF  NOT-COND-PGTO NOT EQUAL ZEROS
               MOVE NOT-COND-PGTO TO CPG-COD
               MOVE "SIM" TO WS-CPG-ACHADA
               READ ARQCPG INVALID KEY
                   MOVE "NAO" TO WS-CPG-ACHADA
               END-READ
           END-IF.
           IF  WS-CPG-ACHADA EQUAL "SIM"
               AND CPG-QTD-PARCELAS GREATER THAN ZEROS
               AND CPG-QTD-PARCELAS NOT GREATER THAN 12
               MOVE CPG-QTD-PARCELAS TO WS-QTD-PARCELAS
               MOVE ZEROS TO WS-VL-ACUMULADO WS-PARC-IND
               PERFORM GERA-UMA-PARCELA THRU GERA-UMA-PARCELA-EXIT
                       UNTIL WS-PARC-IND NOT LESS THAN WS-QTD-PARCELAS
               GO  TO  GERA-PARCELAS-EXIT.
           MOVE "NAO" TO WS-CPG-ACHADA.
           MOVE 1 TO WS-QTD-PARCELAS.
           DISPLAY "Parcelas . . . . :" AT 1603.
           ACCEPT WS-QTD-PARCELAS AT 1625 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  WS-QTD-PARCELAS EQUAL ZEROS
               MOVE 1 TO WS-QTD-PARCELAS.
           MOVE SR-PAR-INTERVALO-DIAS TO WS-INTERVALO-DIAS.
           DISPLAY "Intervalo (dias) :" AT 1703.
           ACCEPT WS-INTERVALO-DIAS AT 1725 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  WS-INTERVALO-DIAS EQUAL ZEROS
               MOVE SR-PAR-INTERVALO-DIAS TO WS-INTERVALO-DIAS.
           COMPUTE WS-VL-PARCELA =
                   NOT-VL-NOTA / WS-QTD-PARCELAS.
           MOVE ZEROS TO WS-VL-ACUMULADO WS-PARC-IND.
           PERFORM GERA-UMA-PARCELA THRU GERA-UMA-PARCELA-EXIT
                   UNTIL WS-PARC-IND NOT LESS THAN WS-QTD-PARCELAS.
           MOVE NOT-VEN-COD   TO REC-VEN-COD.
           MOVE NOT-PEDIDO    TO REC-PEDIDO.
           MOVE WK-DATA-SYS   TO REC-DT-EMISSAO.
           IF  WS-CPG-ACHADA EQUAL "SIM"
               COMPUTE WS-VL-PARCELA =
                       NOT-VL-NOTA * CPG-PERCENTUAL (WS-PARC-IND) / 100
           END-IF.
           IF  WS-PARC-IND EQUAL WS-QTD-PARCELAS
               COMPUTE REC-VL-PARCELA =
                       NOT-VL-NOTA - WS-VL-ACUMULADO
           ELSE
               MOVE WS-VL-PARCELA TO REC-VL-PARCELA
               ADD  WS-VL-PARCELA TO WS-VL-ACUMULADO
           END-IF.
           MOVE "SOM"         TO SR-DAT-FUNCAO.
           MOVE WK-DATA-SYS   TO SR-DAT-DATA1.
           IF  WS-CPG-ACHADA EQUAL "SIM"
               MOVE CPG-DIAS (WS-PARC-IND) TO SR-DAT-DIAS
           ELSE
               COMPUTE SR-DAT-DIAS =
                       WS-PARC-IND * WS-INTERVALO-DIAS
           END-IF.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  SR88-DAT-OK
               MOVE SR-DAT-DATA2 TO REC-DT-VENCIMENTO
           ELSE
               MOVE WK-DATA-SYS  TO REC-DT-VENCIMENTO
           END-IF.
      *    VENCIMENTO EM FIM DE SEMANA OU FERIADO (ARQFER) VAI
      *    PARA O PROXIMO DIA UTIL
           MOVE "PRX"             TO SR-DAT-FUNCAO.
           MOVE REC-DT-VENCIMENTO TO SR-DAT-DATA1.
           CALL "HBDATA01" USING SR-PARAM-HBDATA01.
           IF  SR88-DAT-OK
               MOVE SR-DAT-DATA2 TO REC-DT-VENCIMENTO.
           MOVE ZEROS TO REC-DT-PAGAMENTO REC-VL-PAGO.
           MOVE "A"   TO REC-SITUACAO.
           MOVE ZEROS TO REC-NOSSO-NUMERO REC-DT-REMESSA
                         REC-VL-JUROS REC-VL-TARIFA.
           MOVE SPACE TO REC-COB-SITUACAO.
           WRITE REC-REG INVALID KEY
               PERFORM 9100-RETCOD
           NOT INVALID KEY
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-REC THRU JORNAL-REC-EXIT
           END-WRITE.
       GERA-UMA-PARCELA-EXIT.
           EXIT.

       PREPARA-CANCELAMENTO.
           MOVE "SIM" TO WS-CANCELA-OK.
           PERFORM LOCALIZA-NOTA THRU LOCALIZA-NOTA-EXIT.
           IF  WS-NOTA-ACHADA EQUAL "NAO"
               GO  TO  PREPARA-CANCELAMENTO-EXIT.
           MOVE "VER"          TO SR-FEC-FUNCAO.
           MOVE LK-EMP-COD     TO SR-FEC-EMP-COD.
           MOVE NOT-DATA       TO SR-FEC-DATA.
           CALL "HBFEC002" USING SR-PARAM-HBFEC002.
           IF  SR88-FEC-FECHADO
               MOVE "NAO" TO WS-CANCELA-OK
               MOVE "NAO" TO WS-NOTA-ACHADA
               MOVE "Nota fiscal emitida em mes ja fechado. "
                                   TO WK-MSG-ADV1
               MOVE "Cancelamento nao efetuado...           "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  PREPARA-CANCELAMENTO-EXIT.
           PERFORM CONTA-PARCELAS-PAGAS THRU
                   CONTA-PARCELAS-PAGAS-EXIT.
           IF  WS-PARC-PAGAS GREATER THAN ZEROS
               MOVE "Nota ja tem parcela(s) paga(s)...      "
                                   TO WK-MSG-ADV1
               MOVE WS-VL-PAGO-TOT TO WS-VAL-ED
               MOVE SPACES TO WK-MSG-ADV2
               STRING "Valor recebido " WS-VAL-ED
                      DELIMITED BY SIZE INTO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               PERFORM CONFIRMA-REEMBOLSO THRU
                       CONFIRMA-REEMBOLSO-EXIT
               IF  WK-CONFIRMA NOT EQUAL "S" AND "s"
                   MOVE "NAO" TO WS-CANCELA-OK
                   MOVE "NAO" TO WS-NOTA-ACHADA
                   MOVE "Cancelamento nao efetuado..." TO MSG
                   PERFORM MENSAGEM THRU MENSAGEM-EXIT
                   GO  TO  PREPARA-CANCELAMENTO-EXIT
               END-IF
           END-IF.
           DISPLAY "Motivo canc. NF .:" AT 1603.
           DISPLAY "01-Desistencia 02-Erro fatur. 03-Nao entregue"
                   AT 1703.
           DISPLAY "04-Preco/condicao 99-Outros" AT 1803.
       PREPARA-CANCELAMENTO-MOTIVO.
           MOVE ZEROS TO WS-MOT-CANCEL.
           ACCEPT WS-MOT-CANCEL AT 1625 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE "NAO" TO WS-CANCELA-OK
               MOVE "NAO" TO WS-NOTA-ACHADA
               GO  TO  PREPARA-CANCELAMENTO-LIMPA.
           IF  WS-MOT-CANCEL NOT EQUAL 01 AND 02 AND 03 AND 04
                                   AND 99
               MOVE "Motivo de cancelamento invalido...     "
                                   TO WK-MSG-ADV1
               MOVE "Use um dos codigos da tabela...        "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  PREPARA-CANCELAMENTO-MOTIVO.
       PREPARA-CANCELAMENTO-LIMPA.
           DISPLAY "                                             "
                   AT 1603.
           DISPLAY "                                             "
                   AT 1703.
           DISPLAY "                                             "
                   AT 1803.
       PREPARA-CANCELAMENTO-EXIT.
           EXIT.

      *    A NOTA NAO TEM CHAVE POR PEDIDO: PERCORRE AS NOTAS DO
      *    CLIENTE (CHAVE ALTERNADA) ATE ACHAR A NOTA ATIVA DELE
       LOCALIZA-NOTA.
           MOVE "NAO" TO WS-NOTA-ACHADA WS-NOT-EOF.
           MOVE PED-CLI-COD TO NOT-CLI-COD.
           START ARQNOT KEY IS EQUAL NOT-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-NOT-EOF.
           PERFORM LOCALIZA-NOTA-LE THRU LOCALIZA-NOTA-LE-EXIT
                   UNTIL WS-NOT-EOF EQUAL "SIM"
                      OR WS-NOTA-ACHADA EQUAL "SIM".
       LOCALIZA-NOTA-EXIT.
           EXIT.

       LOCALIZA-NOTA-LE.
           READ ARQNOT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NOT-EOF
                   GO  TO  LOCALIZA-NOTA-LE-EXIT
           END-READ.
           IF  NOT-CLI-COD NOT EQUAL PED-CLI-COD
               MOVE "SIM" TO WS-NOT-EOF
               GO  TO  LOCALIZA-NOTA-LE-EXIT.
           IF  NOT-PEDIDO EQUAL PED-PEDIDO
               AND NOT NOT-CANCELADA
               MOVE "SIM"      TO WS-NOTA-ACHADA
               MOVE NOT-NUMERO TO WS-NOTA-NUM.
       LOCALIZA-NOTA-LE-EXIT.
           EXIT.

       CONTA-PARCELAS-PAGAS.
           MOVE ZEROS TO WS-PARC-PAGAS WS-VL-PAGO-TOT.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE WS-NOTA-NUM TO REC-NOTA.
           MOVE ZEROS       TO REC-PARCELA.
           START ARQREC KEY IS GREATER THAN REC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM CONTA-UMA-PARCELA THRU CONTA-UMA-PARCELA-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
       CONTA-PARCELAS-PAGAS-EXIT.
           EXIT.

       CONTA-UMA-PARCELA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  CONTA-UMA-PARCELA-EXIT
           END-READ.
           IF  REC-NOTA NOT EQUAL WS-NOTA-NUM
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  CONTA-UMA-PARCELA-EXIT.
           IF  REC-PAGA
               ADD 1           TO WS-PARC-PAGAS
               ADD REC-VL-PAGO TO WS-VL-PAGO-TOT.
       CONTA-UMA-PARCELA-EXIT.
           EXIT.

       CANCELA-NOTA.
           MOVE WS-NOTA-NUM TO NOT-NUMERO.
           READ ARQNOT WITH LOCK INVALID KEY
               PERFORM 9100-RETCOD
               GO  TO  CANCELA-NOTA-EXIT
           END-READ.
           MOVE "C"           TO NOT-SITUACAO.
           MOVE WK-DATA-SYS   TO NOT-DT-CANCEL.
           MOVE LK-USUARIO    TO NOT-USU-CANCEL.
           MOVE WS-MOT-CANCEL TO NOT-MOT-CANCEL.
           REWRITE NOT-REG INVALID KEY
               PERFORM 9100-RETCOD
           NOT INVALID KEY
               MOVE "ALT" TO SR-JRN-OPERACAO
               PERFORM JORNAL-NOT THRU JORNAL-NOT-EXIT
           END-REWRITE.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE WS-NOTA-NUM TO REC-NOTA.
           MOVE ZEROS       TO REC-PARCELA.
           START ARQREC KEY IS GREATER THAN REC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM CANCELA-UMA-PARCELA THRU CANCELA-UMA-PARCELA-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
           MOVE "HBPED002"              TO WS-LOG-PROGRAMA.
           MOVE "CANCELOU NOTA"         TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           MOVE WS-NOTA-NUM TO WS-NOT-NUM-ED.
           STRING "Nota fiscal " WS-NOT-NUM-ED " cancelada..."
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       CANCELA-NOTA-EXIT.
           EXIT.

       CANCELA-UMA-PARCELA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  CANCELA-UMA-PARCELA-EXIT
           END-READ.
           IF  REC-NOTA NOT EQUAL WS-NOTA-NUM
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  CANCELA-UMA-PARCELA-EXIT.
           IF  REC-ABERTA
               MOVE "C" TO REC-SITUACAO
               REWRITE REC-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-REC THRU JORNAL-REC-EXIT
               END-REWRITE
               GO  TO  CANCELA-UMA-PARCELA-EXIT.
           IF  REC-PAGA
               PERFORM GRAVA-REEMBOLSO THRU GRAVA-REEMBOLSO-EXIT.
       CANCELA-UMA-PARCELA-EXIT.
           EXIT.

       GRAVA-REEMBOLSO.
           MOVE REC-NOTA         TO RMB-NOTA.
           MOVE REC-PARCELA      TO RMB-PARCELA.
           MOVE REC-CLI-COD      TO RMB-CLI-COD.
           MOVE REC-VEN-COD      TO RMB-VEN-COD.
           MOVE REC-PEDIDO       TO RMB-PEDIDO.
           MOVE REC-DT-PAGAMENTO TO RMB-DT-PAGAMENTO.
           MOVE REC-VL-PAGO      TO RMB-VL-PAGO.
           MOVE WK-DATA-SYS      TO RMB-DATA.
           MOVE LK-USUARIO       TO RMB-USUARIO.
           MOVE "P"              TO RMB-SITUACAO.
           WRITE RMB-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-WRITE.
       GRAVA-REEMBOLSO-EXIT.
           EXIT.

       CONFIRMA-REEMBOLSO.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Cancela e gera reembolso ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
       CONFIRMA-REEMBOLSO-EXIT.
           EXIT.

       OFERECE-VISUALIZAR.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Visualizar a nota agora ..." TO WK-MSG-CONF.
           IF  WS-EST-ACHOU EQUAL "SIM"
               REWRITE EST-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "ALT" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-EST THRU JORNAL-EST-EXIT
               END-REWRITE
           ELSE
               WRITE EST-REG INVALID KEY
                   PERFORM 9100-RETCOD
               NOT INVALID KEY
                   MOVE "INC" TO SR-JRN-OPERACAO
                   PERFORM JORNAL-EST THRU JORNAL-EST-EXIT
               END-WRITE
           END-IF.
       GRAVA-ESTOQUE-EXIT.
           EXIT.

       PREPARA-KARDEX.
           MOVE WS-EST-MODO  TO WS-KDX-TIPO.
           MOVE "P"          TO WS-KDX-DOC-TIPO.
           MOVE PED-PEDIDO   TO WS-KDX-DOC-NUM.
           MOVE PED-CLI-COD  TO WS-KDX-CLI.
           PERFORM GRAVA-KARDEX THRU GRAVA-KARDEX-EXIT.
       PREPARA-KARDEX-EXIT.
           EXIT.

       GRAVA-KARDEX.
           MOVE "OBT"    TO SR-SEQ-FUNCAO.
           MOVE "KARDEX" TO SR-SEQ-NOME.
           CALL "HBSEQ001" USING SR-PARAM-HBSEQ001.
           IF  SR88-SEQ-ERRO-ARQUIVO
               MOVE "Falha no controle de numeracao...      "
                                   TO WK-MSG-ADV1
               MOVE "Movimento de estoque nao registrado... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  GRAVA-KARDEX-EXIT.
           MOVE SPACES          TO KDX-REG.
           MOVE SR-SEQ-NUMERO   TO KDX-NUMERO.
           MOVE EST-PRO-COD     TO KDX-PRO-COD.
           MOVE WK-DATA-SYS     TO KDX-DATA.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-HORA(1:6)    TO KDX-HORA.
           MOVE WS-KDX-TIPO     TO KDX-TIPO.
           MOVE WS-KDX-QTD      TO KDX-QUANTIDADE.
           MOVE EST-SALDO       TO KDX-SALDO.
           MOVE WS-KDX-DOC-TIPO TO KDX-DOC-TIPO.
           MOVE WS-KDX-DOC-NUM  TO KDX-DOC-NUMERO.
           MOVE WS-KDX-CLI      TO KDX-CLI-COD.
           MOVE "HBPED002"      TO KDX-PROGRAMA.
           MOVE LK-USUARIO      TO KDX-USUARIO.
           WRITE KDX-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-WRITE.
       GRAVA-KARDEX-EXIT.
           EXIT.

       GRAVA-HISTORICO.
           MOVE "ARQHIS.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HIS
                                            HIS-ARQ-WK.
           OPEN EXTEND ARQHIS.
           IF  WK01-RETCOD EQUAL "35"
           MOVE WK-HORA(1:6)             TO HIS-HORA.
           MOVE LK-USUARIO               TO HIS-USUARIO.
           WRITE HIS-REG.
           IF  WK01-RETCOD EQUAL "00"
               MOVE "INC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-HIS THRU JORNAL-HIS-EXIT.
           CLOSE ARQHIS.
       GRAVA-HISTORICO-EXIT.
           EXIT.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "LER"             TO SR-PAR-FUNCAO.
           MOVE LK-EMP-COD        TO SR-PAR-EMP-COD.
           CALL "HBPAR002" USING SR-PARAM-HBPAR002.

           MOVE "C:\HBSIS\DB\ARQEMP.DAT" TO WS-CAMINHO.
           OPEN INPUT ARQEMP.
           MOVE SPACES TO WS-UF-ORIGEM.
           IF WK01-RETCOD = "00" THEN
              MOVE LK-EMP-COD TO EMP-COD
              READ ARQEMP INVALID KEY
                   MOVE SPACES TO EMP-UF
              END-READ
              MOVE EMP-UF TO WS-UF-ORIGEM
              CLOSE ARQEMP
           END-IF

           MOVE "ARQTRB.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-TRB TRB-ARQ-WK.
           OPEN INPUT ARQTRB.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQTRB
              CLOSE ARQTRB
              OPEN INPUT ARQTRB
           END-IF
           MOVE " REGRAFISC"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCPG.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-CPG CPG-ARQ-WK.
           OPEN INPUT ARQCPG.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCPG
              CLOSE ARQCPG
              OPEN INPUT ARQCPG
           END-IF
           MOVE " CONDPGTO "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCLI
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN I-O ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQPED
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQITE.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ITE ITE-ARQ-WK.
           OPEN I-O ARQITE.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQITE
              CLOSE ARQITE
              OPEN I-O ARQITE
           END-IF
           MOVE " ITENS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQEST.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-EST EST-ARQ-WK.
           OPEN I-O ARQEST.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQEST
           MOVE " ESTOQUE  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQKDX.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-KDX KDX-ARQ-WK.
           OPEN I-O ARQKDX.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQKDX
              CLOSE ARQKDX
              OPEN I-O ARQKDX
           END-IF
           MOVE " KARDEX   "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQINI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-INI INI-ARQ-WK.
           OPEN INPUT ARQINI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQINI
              CLOSE ARQINI
              OPEN INPUT ARQINI
           END-IF
           MOVE " ITENS INV"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQBKO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-BKO BKO-ARQ-WK.
           OPEN I-O ARQBKO.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQBKO
              CLOSE ARQBKO
              OPEN I-O ARQBKO
           END-IF
           MOVE " PENDENCIA"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN INPUT ARQPRO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRO
           MOVE " PRODUTOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQKIT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-KIT KIT-ARQ-WK.
           OPEN INPUT ARQKIT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQKIT
              CLOSE ARQKIT
              OPEN INPUT ARQKIT
           END-IF
           MOVE " KITS "               TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQIKT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-IKT IKT-ARQ-WK.
           OPEN I-O ARQIKT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQIKT
              CLOSE ARQIKT
              OPEN I-O ARQIKT
           END-IF
           MOVE " BAIXADOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQENT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ENT ENT-ARQ-WK.
           OPEN INPUT ARQENT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQENT
              CLOSE ARQENT
              OPEN INPUT ARQENT
           END-IF
           MOVE " ENTREGA "            TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCUS.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-CUS CUS-ARQ-WK.
           OPEN INPUT ARQCUS.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCUS
              CLOSE ARQCUS
              OPEN INPUT ARQCUS
           END-IF
           MOVE " CUSTOS   "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNOT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NOT NOT-ARQ-WK.
           OPEN I-O ARQNOT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQNOT
           MOVE " NOTAS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNTI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NTI NTI-ARQ-WK.
           OPEN I-O ARQNTI.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQNTI
           MOVE " NOTASITEN"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQREC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-REC REC-ARQ-WK.
           OPEN I-O ARQREC.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQREC
           MOVE " RECEBER  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQRMB.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-RMB RMB-ARQ-WK.
           OPEN I-O ARQRMB.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQRMB
              CLOSE ARQRMB
              OPEN I-O ARQRMB
           END-IF
           MOVE " REEMBOLSO"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBPED002"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           CLOSE ARQPED.
           CLOSE ARQITE.
           CLOSE ARQEST.
           CLOSE ARQKDX.
           CLOSE ARQINI.
           CLOSE ARQBKO.
           CLOSE ARQPRO.
           CLOSE ARQKIT.
           CLOSE ARQIKT.
           CLOSE ARQENT.
           CLOSE ARQCUS.
           CLOSE ARQNOT.
           CLOSE ARQNTI.
           CLOSE ARQTRB.
           CLOSE ARQCPG.
           CLOSE ARQREC.
           CLOSE ARQRMB.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.
       RESTAURA-TELA-EXIT.
           EXIT.

       JORNAL-PED.
           MOVE "ARQPED"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-PED            TO SR-JRN-CAMINHO.
           MOVE PED-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-PED-EXIT.
           EXIT.

       JORNAL-ITE.
           MOVE "ARQITE"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-ITE            TO SR-JRN-CAMINHO.
           MOVE ITE-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-ITE-EXIT.
           EXIT.

       JORNAL-NOT.
           MOVE "ARQNOT"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-NOT            TO SR-JRN-CAMINHO.
           MOVE NOT-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-NOT-EXIT.
           EXIT.

       JORNAL-NTI.
           MOVE "ARQNTI"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-NTI            TO SR-JRN-CAMINHO.
           MOVE NTI-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-NTI-EXIT.
           EXIT.

       JORNAL-REC.
           MOVE "ARQREC"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-REC            TO SR-JRN-CAMINHO.
           MOVE REC-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-REC-EXIT.
           EXIT.

       JORNAL-EST.
           MOVE "ARQEST"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-EST            TO SR-JRN-CAMINHO.
           MOVE EST-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-EST-EXIT.
           EXIT.

       JORNAL-HIS.
           MOVE "ARQHIS"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-HIS            TO SR-JRN-CAMINHO.
           MOVE HIS-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-HIS-EXIT.
           EXIT.

       9700-GRAVA-LOG SECTION.
       9700-000.
           MOVE WS-CAMINHO               TO WS-CAMINHO-SALVO.
       9700-EXIT.
           EXIT.

      *    JOURNAL DO MOVIMENTO (HBJRN002): BASE DA REAPLICACAO
      *    APOS A RESTAURACAO DE UM BACKUP (HBJRN001)
       9800-GRAVA-JORNAL SECTION.
       9800-000.
           MOVE "GRV"                    TO SR-JRN-FUNCAO.
           MOVE LK-EMP-COD               TO SR-JRN-EMP-COD.
           MOVE LK-USUARIO               TO SR-JRN-USUARIO.
           MOVE "HBPED002"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBPED002"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".
