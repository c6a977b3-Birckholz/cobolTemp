       SELECT REALOCACOES-S ASSIGN USING WS-ARQ-REALOCACOES-S
       FILE STATUS IS AS-STATUS-S36.

       SELECT TRCT-S ASSIGN USING WS-ARQ-TRCT-S
       FILE STATUS IS AS-STATUS-S41.

       SELECT EVENTOS-FOLHA ASSIGN USING WS-ARQ-EVENTOS-FOLHA
       FILE STATUS IS AS-STATUS-E21.

       SELECT TABELA-EVENTOS ASSIGN USING WS-ARQ-TAB-EVENTOS
       FILE STATUS IS AS-STATUS-E22.

       SELECT RETORNO-COBRANCA ASSIGN USING WS-ARQ-RET-COBRANCA
       FILE STATUS IS AS-STATUS-E23.

       SELECT REMESSA-COBRANCA-S ASSIGN USING WS-ARQ-REM-COBRANCA-S
       FILE STATUS IS AS-STATUS-S42.

       SELECT NAO-APLICADOS-S ASSIGN USING WS-ARQ-NAO-APLICADOS-S
       FILE STATUS IS AS-STATUS-S43.

       SELECT TABELA-TRIBUTOS ASSIGN USING WS-ARQ-TAB-TRIBUTOS
       FILE STATUS IS AS-STATUS-E24.

       SELECT REGISTRO-RPS-F ASSIGN USING WS-ARQ-REGISTRO-RPS
       FILE STATUS IS AS-STATUS-E25.

       SELECT CANCELAMENTOS-RPS ASSIGN USING WS-ARQ-CANCEL-RPS
       FILE STATUS IS AS-STATUS-E26.

       SELECT LOTE-RPS-S ASSIGN USING WS-ARQ-LOTE-RPS-S
       FILE STATUS IS AS-STATUS-S44.

       SELECT LIVRO-FISCAL-S ASSIGN USING WS-ARQ-LIVRO-FISCAL-S
       FILE STATUS IS AS-STATUS-S45.

       SELECT TABELA-CONTABIL ASSIGN USING WS-ARQ-TAB-CONTABIL
       FILE STATUS IS AS-STATUS-E27.

       SELECT LANCAMENTOS-S ASSIGN USING WS-ARQ-LANCAMENTOS-S
       FILE STATUS IS AS-STATUS-S46.

       SELECT ACUMULADOS-F ASSIGN USING WS-ARQ-ACUMULADOS
       FILE STATUS IS AS-STATUS-E28.

       SELECT INFORME-RENDIMENTOS-S ASSIGN USING WS-ARQ-INFORME-S
       FILE STATUS IS AS-STATUS-S47.

       SELECT RESUMO-IRRF-S ASSIGN USING WS-ARQ-RESUMO-IRRF-S
       FILE STATUS IS AS-STATUS-S48.

       SELECT CONTAS-TRANSACOES ASSIGN USING WS-ARQ-CONTAS-TRANS
       FILE STATUS IS AS-STATUS-E29.

       SELECT CONTAS-HISTORICO-F ASSIGN USING WS-ARQ-CONTAS-HIST
       FILE STATUS IS AS-STATUS-E30.

       SELECT CONTAS-AUDITORIA-S ASSIGN USING WS-ARQ-CONTAS-AUD-S
       FILE STATUS IS AS-STATUS-S49.

       SELECT CONTAS-PENDENTES-S ASSIGN USING WS-ARQ-CONTAS-PEND-S
       FILE STATUS IS AS-STATUS-S50.

       SELECT REAJUSTES-SALARIAIS ASSIGN USING WS-ARQ-REAJUSTES
       FILE STATUS IS AS-STATUS-E31.

       SELECT CARGOS-SALARIOS-F ASSIGN USING WS-ARQ-CARGOS-SAL
       FILE STATUS IS AS-STATUS-E32.

       SELECT DISSIDIO-RETROATIVO-S ASSIGN USING WS-ARQ-DISSIDIO-S
       FILE STATUS IS AS-STATUS-S51.

       SELECT ALOCACAO-FUNCIONARIOS-S ASSIGN USING WS-ARQ-ALOCACAO-S
       FILE STATUS IS AS-STATUS-S52.

       SELECT PREVISAO-CUSTOS-S ASSIGN USING WS-ARQ-PREVISAO-S
       FILE STATUS IS AS-STATUS-S53.

       SELECT ANONIMIZACAO-S ASSIGN USING WS-ARQ-ANONIMIZACAO-S
       FILE STATUS IS AS-STATUS-S54.

       SELECT TITULAR-DADOS-S ASSIGN USING WS-ARQ-TITULAR-S
       FILE STATUS IS AS-STATUS-S55.


       DATA DIVISION.
       FILE SECTION.
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PROJETOSFUNCIONARIOS         PIC X(80).
       01 FILLER REDEFINES ARQ-PROJETOSFUNCIONARIOS.
          05 ARQ-L-ID-PROJETO-FUNC-PROJ    PIC 9(06).
          05 ARQ-L-ID-FUNC-FUNC-PROJ       PIC 9(06).
          05 ARQ-L-ALOCACAO-FUNC-PROJ.
             10 ARQ-L-PERC-FUNC-PROJ       PIC 9(03)V9(02).
             10 ARQ-L-DT-INICIO-FUNC-PROJ  PIC 9(08).
             10 ARQ-L-DT-FIM-FUNC-PROJ     PIC 9(08).
          05 ARQ-L-PAPEL-FUNC-PROJ         PIC X(30).
          05 FILLER                        PIC X(17).

       FD CONTAS
          RECORDING MODE IS F
          05 ARQ-L-ID-FUNC-CONTA           PIC 9(06).
          05 ARQ-L-AGENCIA-CONTA           PIC X(50).
          05 ARQ-L-NUMERO-CONTA            PIC X(60).
          05 ARQ-L-TIPO-CONTA              PIC X(20).
          05 ARQ-L-PRINCIPAL-CONTA         PIC X(01).
          05 ARQ-L-DT-VIGENCIA-CONTA       PIC 9(08).
          05 ARQ-L-DT-ENCERRA-CONTA        PIC 9(08).
          05 ARQ-L-DT-ALTERACAO-CONTA      PIC 9(08).
          05 ARQ-L-SITUACAO-CONTA          PIC X(01).
          05 FILLER                        PIC X(04).

       FD CARGOS-TRANSACOES
          RECORDING MODE IS F
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PROJETOSFUNCIONARIOS-S       PIC X(124).


       FD CONTAS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTAS-RECEBER               PIC X(100).
       01 FILLER REDEFINES ARQ-CONTAS-RECEBER.
          05 ARQ-CR-ID-PROJETO             PIC 9(06).
          05 ARQ-CR-PARCELA                PIC 9(02).
          05 ARQ-CR-DATA-EMISSAO           PIC 9(08).
          05 ARQ-CR-DATA-VENC              PIC 9(08).
          05 ARQ-CR-STATUS                 PIC X(10).
          05 ARQ-CR-DATA-PAGTO             PIC 9(08).
          05 ARQ-CR-VALOR-PAGO             PIC 9(12).
          05 ARQ-CR-BOLETO                 PIC X(01).
          05 ARQ-CR-NUM-RPS                PIC 9(07).
          05 ARQ-CR-VALOR-ULT-RET          PIC 9(12).
          05 FILLER                        PIC X(08).

       FD FATURAS-S
          RECORDING MODE IS F
          05 ARQ-FT-ID-DEP                 PIC 9(06).
          05 ARQ-FT-NOME                   PIC X(100).
          05 ARQ-FT-CPF                    PIC X(14).
          05 ARQ-FT-TIPO-RESCISAO          PIC X(02).
          05 ARQ-FT-DATA-ADMISSAO          PIC 9(08).
          05 ARQ-FT-SALDO-FGTS             PIC 9(10).
          05 FILLER                        PIC X(40).

       FD PROVISOES-F
          RECORDING MODE IS F
          05 ARQ-X-CHAVE-PF.
             10 ARQ-X-ID-PROJ-PF           PIC 9(06).
             10 ARQ-X-ID-FUNC-PF           PIC 9(06).
          05 ARQ-X-ALOCACAO-PF.
             10 ARQ-X-PERC-PF              PIC 9(03)V9(02).
             10 ARQ-X-DT-INICIO-PF         PIC 9(08).
             10 ARQ-X-DT-FIM-PF            PIC 9(08).
          05 ARQ-X-PAPEL-PF                PIC X(30).
          05 FILLER                        PIC X(17).

       FD DESCARGA-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-DESCARGA-S                   PIC X(700).
       01 FILLER REDEFINES ARQ-DESCARGA-S.
          05 FILLER                        PIC X(106).
          05 ARQ-D-TELEFONE-CLI            PIC X(50).
          05 ARQ-D-EMAIL-CLI               PIC X(50).
          05 ARQ-D-ENDERECO-CLI            PIC X(100).
          05 FILLER                        PIC X(100).
          05 ARQ-D-CPF-CLI                 PIC X(14).
          05 FILLER                        PIC X(280).
       01 FILLER REDEFINES ARQ-DESCARGA-S.
          05 FILLER                        PIC X(118).
          05 ARQ-D-TELEFONE-FUNC           PIC X(50).
          05 ARQ-D-EMAIL-FUNC              PIC X(50).
          05 ARQ-D-ENDERECO-FUNC           PIC X(100).
          05 ARQ-D-CPF-FUNC                PIC X(14).
          05 FILLER                        PIC X(368).

       FD EXCECOES-CONSOLIDADAS-S
          RECORDING MODE IS F

       01 ARQ-REALOCACAO-S                 PIC X(150).

       FD TRCT-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TRCT-S                       PIC X(150).

       FD EVENTOS-FOLHA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-EVENTOS-FOLHA                PIC X(40).
       01 FILLER REDEFINES ARQ-EVENTOS-FOLHA.
          05 ARQ-EV-ID-FUNC                PIC 9(06).
          05 ARQ-EV-PERIODO                PIC 9(06).
          05 ARQ-EV-CODIGO                 PIC X(04).
          05 ARQ-EV-QUANTIDADE             PIC 9(04)V9(02).
          05 ARQ-EV-VALOR                  PIC 9(10).
          05 FILLER                        PIC X(08).

       FD TABELA-EVENTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TAB-EVENTOS                  PIC X(50).
       01 FILLER REDEFINES ARQ-TAB-EVENTOS.
          05 ARQ-TE-CODIGO                 PIC X(04).
          05 ARQ-TE-DESCRICAO              PIC X(30).
          05 ARQ-TE-NATUREZA               PIC X(01).
          05 ARQ-TE-INCIDE-INSS            PIC X(01).
          05 ARQ-TE-INCIDE-IRRF            PIC X(01).
          05 ARQ-TE-INCIDE-FGTS            PIC X(01).
          05 ARQ-TE-FORMA                  PIC X(01).
          05 ARQ-TE-PERCENTUAL             PIC 9(03)V9(02).
          05 FILLER                        PIC X(06).

       FD RETORNO-COBRANCA
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RET-COBRANCA                 PIC X(240).
       01 FILLER REDEFINES ARQ-RET-COBRANCA.
          05 ARQ-RC-BANCO                  PIC X(03).
          05 ARQ-RC-LOTE                   PIC X(04).
          05 ARQ-RC-TIPO-REG               PIC X(01).
          05 ARQ-RC-NSR                    PIC 9(05).
          05 ARQ-RC-SEGMENTO               PIC X(01).
          05 FILLER                        PIC X(01).
          05 ARQ-RC-MOVIMENTO              PIC X(02).
          05 FILLER                        PIC X(223).
       01 FILLER REDEFINES ARQ-RET-COBRANCA.
          05 FILLER                        PIC X(17).
          05 ARQ-RC-T-AGENCIA              PIC 9(05).
          05 ARQ-RC-T-AGENCIA-DV           PIC X(01).
          05 ARQ-RC-T-CONTA                PIC 9(12).
          05 ARQ-RC-T-CONTA-DV             PIC X(01).
          05 ARQ-RC-T-DV-AG-CONTA          PIC X(01).
          05 ARQ-RC-T-NOSSO-NUM            PIC X(20).
          05 ARQ-RC-T-CARTEIRA             PIC X(01).
          05 ARQ-RC-T-NUM-DOC              PIC X(15).
          05 ARQ-RC-T-VENCIMENTO           PIC 9(08).
          05 ARQ-RC-T-VALOR-TITULO         PIC 9(15).
          05 FILLER                        PIC X(36).
          05 ARQ-RC-T-TIPO-INSCR           PIC X(01).
          05 ARQ-RC-T-INSCRICAO            PIC X(15).
          05 ARQ-RC-T-NOME                 PIC X(40).
          05 FILLER                        PIC X(10).
          05 ARQ-RC-T-TARIFA               PIC 9(15).
          05 ARQ-RC-T-MOTIVO               PIC X(10).
          05 FILLER                        PIC X(17).
       01 FILLER REDEFINES ARQ-RET-COBRANCA.
          05 FILLER                        PIC X(17).
          05 ARQ-RC-U-ENCARGOS             PIC 9(15).
          05 ARQ-RC-U-DESCONTO             PIC 9(15).
          05 ARQ-RC-U-ABATIMENTO           PIC 9(15).
          05 ARQ-RC-U-IOF                  PIC 9(15).
          05 ARQ-RC-U-VALOR-PAGO           PIC 9(15).
          05 ARQ-RC-U-VALOR-LIQUIDO        PIC 9(15).
          05 ARQ-RC-U-OUTRAS-DESP          PIC 9(15).
          05 ARQ-RC-U-OUTROS-CRED          PIC 9(15).
          05 ARQ-RC-U-DATA-OCORR           PIC 9(08).
          05 ARQ-RC-U-DATA-CREDITO         PIC 9(08).
          05 FILLER                        PIC X(87).

       FD REMESSA-COBRANCA-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-REMESSA-COBRANCA-S           PIC X(240).

       FD NAO-APLICADOS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-NAO-APLICADOS-S              PIC X(200).

       FD TABELA-TRIBUTOS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TAB-TRIBUTOS                 PIC X(20).
       01 FILLER REDEFINES ARQ-TAB-TRIBUTOS.
          05 ARQ-TT-CODIGO                 PIC X(06).
          05 ARQ-TT-ALIQUOTA               PIC 9(03)V9(02).
          05 ARQ-TT-RETIDO-PJ              PIC X(01).
          05 FILLER                        PIC X(08).

       FD REGISTRO-RPS-F
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-REGISTRO-RPS                 PIC X(140).
       01 FILLER REDEFINES ARQ-REGISTRO-RPS.
          05 ARQ-RP-NUMERO                 PIC 9(07).
          05 ARQ-RP-DATA-EMISSAO           PIC 9(08).
          05 ARQ-RP-ID-PROJETO             PIC 9(06).
          05 ARQ-RP-PARCELA                PIC 9(02).
          05 ARQ-RP-ID-CLIENTE             PIC 9(06).
          05 ARQ-RP-TIPO-INSCR             PIC 9(01).
          05 ARQ-RP-VALOR-SERVICO          PIC 9(12).
          05 ARQ-RP-ALIQ-ISS               PIC 9(03)V9(02).
          05 ARQ-RP-VALOR-ISS              PIC 9(10).
          05 ARQ-RP-ISS-RETIDO             PIC X(01).
          05 ARQ-RP-VALOR-PIS              PIC 9(10).
          05 ARQ-RP-VALOR-COFINS           PIC 9(10).
          05 ARQ-RP-VALOR-CSLL             PIC 9(10).
          05 ARQ-RP-VALOR-IRRF             PIC 9(10).
          05 ARQ-RP-VALOR-LIQUIDO          PIC 9(12).
          05 ARQ-RP-SITUACAO               PIC X(01).
          05 ARQ-RP-DATA-CANCEL            PIC 9(08).
          05 FILLER                        PIC X(21).

       FD CANCELAMENTOS-RPS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CANCEL-RPS                   PIC X(60).
       01 FILLER REDEFINES ARQ-CANCEL-RPS.
          05 ARQ-RX-NUM-RPS                PIC 9(07).
          05 ARQ-RX-DATA-CANCEL            PIC 9(08).
          05 ARQ-RX-MOTIVO                 PIC X(40).
          05 FILLER                        PIC X(05).

       FD LOTE-RPS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-LOTE-RPS-S                   PIC X(400).

       FD LIVRO-FISCAL-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-LIVRO-FISCAL-S               PIC X(250).

       FD TABELA-CONTABIL
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TAB-CONTABIL                 PIC X(80).
       01 FILLER REDEFINES ARQ-TAB-CONTABIL.
          05 ARQ-TC-EVENTO                 PIC X(10).
          05 ARQ-TC-NATUREZA               PIC X(01).
          05 ARQ-TC-CONTA                  PIC X(20).
          05 ARQ-TC-HISTORICO              PIC X(40).
          05 FILLER                        PIC X(09).

       FD LANCAMENTOS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-LANCAMENTOS-S                PIC X(150).

       FD ACUMULADOS-F
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ACUMULADOS                   PIC X(120).
       01 FILLER REDEFINES ARQ-ACUMULADOS.
          05 ARQ-AC-ID-FUNC                PIC 9(06).
          05 ARQ-AC-PERIODO                PIC 9(06).
          05 ARQ-AC-ID-DEP                 PIC 9(06).
          05 ARQ-AC-BRUTO                  PIC 9(10).
          05 ARQ-AC-INSS                   PIC 9(10).
          05 ARQ-AC-IRRF                   PIC 9(10).
          05 ARQ-AC-FGTS                   PIC 9(10).
          05 ARQ-AC-13-PAGO                PIC 9(10).
          05 ARQ-AC-RESCISAO               PIC 9(10).
          05 ARQ-AC-FERIAS                 PIC 9(10).
          05 ARQ-AC-RESC-INSS              PIC 9(10).
          05 ARQ-AC-RESC-IRRF              PIC 9(10).
          05 FILLER                        PIC X(12).

       FD INFORME-RENDIMENTOS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-INFORME-S                    PIC X(150).

       FD RESUMO-IRRF-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-RESUMO-IRRF-S                PIC X(150).

       FD CONTAS-TRANSACOES
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTAS-TRANS                 PIC X(200).
       01 FILLER REDEFINES ARQ-CONTAS-TRANS.
          05 ARQ-CT-TIPO                   PIC X(01).
          05 ARQ-CT-ID-CONTA               PIC 9(06).
          05 ARQ-CT-ID-FUNC                PIC 9(06).
          05 ARQ-CT-DATA-EFETIVA           PIC 9(08).
          05 ARQ-CT-AGENCIA                PIC X(50).
          05 ARQ-CT-NUMERO                 PIC X(60).
          05 ARQ-CT-TIPO-CONTA             PIC X(20).
          05 ARQ-CT-PRINCIPAL              PIC X(01).
          05 FILLER                        PIC X(48).

       FD CONTAS-HISTORICO-F
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTAS-HIST                  PIC X(250).
       01 FILLER REDEFINES ARQ-CONTAS-HIST.
          05 ARQ-CH-DATA-REG               PIC 9(08).
          05 ARQ-CH-TIPO                   PIC X(01).
          05 ARQ-CH-ID-CONTA               PIC 9(06).
          05 ARQ-CH-ID-FUNC                PIC 9(06).
          05 ARQ-CH-DATA-EFETIVA           PIC 9(08).
          05 ARQ-CH-AG-ANTES               PIC X(50).
          05 ARQ-CH-NUM-ANTES              PIC X(60).
          05 ARQ-CH-AG-DEPOIS              PIC X(50).
          05 ARQ-CH-NUM-DEPOIS             PIC X(60).
          05 FILLER                        PIC X(01).

       FD CONTAS-AUDITORIA-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTA-AUD-S                  PIC X(250).

       FD CONTAS-PENDENTES-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CONTA-PEND-S                 PIC X(250).

       FD REAJUSTES-SALARIAIS
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-REAJUSTE                     PIC X(80).
       01 FILLER REDEFINES ARQ-REAJUSTE.
          05 ARQ-RJ-TIPO                   PIC X(01).
          05 ARQ-RJ-ID-CARGO               PIC 9(06).
          05 ARQ-RJ-DATA-BASE              PIC 9(08).
          05 ARQ-RJ-PERCENTUAL             PIC 9(03)V9(02).
          05 ARQ-RJ-VALOR                  PIC 9(10).
          05 ARQ-RJ-DESCRICAO              PIC X(40).
          05 FILLER                        PIC X(10).

       FD CARGOS-SALARIOS-F
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-CARGO-SAL                    PIC X(60).
       01 FILLER REDEFINES ARQ-CARGO-SAL.
          05 ARQ-CS-DATA-REG               PIC 9(08).
          05 ARQ-CS-ORIGEM                 PIC X(01).
          05 ARQ-CS-ID-CARGO               PIC 9(06).
          05 ARQ-CS-DATA-VIGENCIA          PIC 9(08).
          05 ARQ-CS-SAL-ANTES              PIC 9(10).
          05 ARQ-CS-SAL-DEPOIS             PIC 9(10).
          05 ARQ-CS-PERCENTUAL             PIC 9(03)V9(02).
          05 FILLER                        PIC X(12).

       FD DISSIDIO-RETROATIVO-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-DISSIDIO-S                   PIC X(200).

       FD ALOCACAO-FUNCIONARIOS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ALOCACAO-S                   PIC X(200).

       FD PREVISAO-CUSTOS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-PREVISAO-S                   PIC X(200).

       FD ANONIMIZACAO-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-ANONIMIZACAO-S               PIC X(200).

       FD TITULAR-DADOS-S
          RECORDING MODE IS F
          BLOCK CONTAINS 0 RECORDS.

       01 ARQ-TITULAR-S                    PIC X(200).


       WORKING-STORAGE SECTION.
       01 AS-STATUS-E1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E18             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E19             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E20             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E21             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E22             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E23             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E24             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E25             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E26             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E27             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E28             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E29             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E30             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E31             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-E32             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S2              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S3              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S38             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S39             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S40             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S41             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S42             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S43             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S44             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S45             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S46             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S47             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S48             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S49             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S50             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S51             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S52             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S53             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S54             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-S55             PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-X1              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-X2              PIC 9(02) VALUE ZEROS.
       01 AS-STATUS-X3              PIC 9(02) VALUE ZEROS.
       01 AS-FIM17                  PIC X(01) VALUE 'N'.
       01 AS-FIM18                  PIC X(01) VALUE 'N'.
       01 AS-FIM19                  PIC X(01) VALUE 'N'.
       01 AS-FIM20                  PIC X(01) VALUE 'N'.
       01 AS-FIM21                  PIC X(01) VALUE 'N'.
       01 AS-FIM22                  PIC X(01) VALUE 'N'.
       01 AS-FIM23                  PIC X(01) VALUE 'N'.
       01 AS-FIM24                  PIC X(01) VALUE 'N'.
       01 AS-FIM25                  PIC X(01) VALUE 'N'.
       01 AS-FIM26                  PIC X(01) VALUE 'N'.
       01 AS-FIM27                  PIC X(01) VALUE 'N'.
       01 AS-FIM28                  PIC X(01) VALUE 'N'.
       01 AS-FIM29                  PIC X(01) VALUE 'N'.
       01 AS-FIM30                  PIC X(01) VALUE 'N'.
       01 AS-FIM31                  PIC X(01) VALUE 'N'.

       01 WS-PARAMETROS-CONTROLE.
           05 WS-PAR-DIRETORIO       PIC X(100) VALUE
           05 WS-PAR-INDEXADOS       PIC X(01) VALUE 'N'.
           05 WS-PAR-DESCARGA        PIC X(01) VALUE 'N'.
           05 WS-PAR-LIMITE-EXC      PIC 9(06) VALUE ZEROS.
           05 WS-PAR-EVENTO-HE       PIC X(04) VALUE 'HE50'.
           05 WS-PAR-EVENTO-DSR      PIC X(04) VALUE 'DSR '.
           05 WS-PAR-EVENTO-DIS      PIC X(04) VALUE 'DISS'.
           05 WS-PAR-JUROS-MES       PIC 9(03)V9(02) VALUE 1.
           05 WS-PAR-MULTA-MORA      PIC 9(03)V9(02) VALUE 2.
           05 WS-PAR-MIN-RETENCAO    PIC 9(06) VALUE 10.
           05 WS-PAR-INSC-MUNIC      PIC 9(08) VALUE ZEROS.
           05 WS-PAR-COD-SERVICO     PIC 9(05) VALUE ZEROS.
           05 WS-PAR-ANO-FECHAMENTO  PIC 9(04) VALUE ZEROS.
           05 WS-PAR-DIAS-QUARENTENA PIC 9(03) VALUE 5.
           05 WS-PAR-ALOC-MINIMA     PIC 9(03) VALUE 50.
           05 WS-PAR-PREV-MESES      PIC 9(03) VALUE 12.
           05 WS-PAR-ANONIMIZAR      PIC X(01) VALUE 'N'.
           05 WS-PAR-RETENCAO-LGPD   PIC 9(02) VALUE 5.
           05 WS-PAR-TITULAR-CPF     PIC X(14) VALUE SPACES.
           05 WS-PAR-TAXA-TXT        PIC 9(05) VALUE ZEROS.
           05 WS-PAR-TAXA REDEFINES WS-PAR-TAXA-TXT
                                     PIC 9(03)V9(02).
           05 WS-PAR-SECAO-QTD       PIC 9(04) VALUE ZEROS.
           05 WS-PAR-SECAO-LIST PIC X(04) OCCURS 20 TIMES.
           05 WS-PAR-SECAO-TESTE     PIC X(04).
           05 WS-ARQ-CADASTRO-ANT    PIC X(150).
           05 WS-ARQ-MOVIMENTACAO-S  PIC X(150).
           05 WS-ARQ-NSA             PIC X(150).
           05 WS-ARQ-TRCT-S          PIC X(150).
           05 WS-ARQ-EVENTOS-FOLHA   PIC X(150).
           05 WS-ARQ-TAB-EVENTOS     PIC X(150).
           05 WS-ARQ-RET-COBRANCA    PIC X(150).
           05 WS-ARQ-REM-COBRANCA-S  PIC X(150).
           05 WS-ARQ-NAO-APLICADOS-S PIC X(150).
           05 WS-ARQ-TAB-TRIBUTOS    PIC X(150).
           05 WS-ARQ-REGISTRO-RPS    PIC X(150).
           05 WS-ARQ-CANCEL-RPS      PIC X(150).
           05 WS-ARQ-LOTE-RPS-S      PIC X(150).
           05 WS-ARQ-LIVRO-FISCAL-S  PIC X(150).
           05 WS-ARQ-TAB-CONTABIL    PIC X(150).
           05 WS-ARQ-LANCAMENTOS-S   PIC X(150).
           05 WS-ARQ-ACUMULADOS      PIC X(150).
           05 WS-ARQ-INFORME-S       PIC X(150).
           05 WS-ARQ-RESUMO-IRRF-S   PIC X(150).
           05 WS-ARQ-CONTAS-TRANS    PIC X(150).
           05 WS-ARQ-CONTAS-HIST     PIC X(150).
           05 WS-ARQ-CONTAS-AUD-S    PIC X(150).
           05 WS-ARQ-CONTAS-PEND-S   PIC X(150).
           05 WS-ARQ-REAJUSTES       PIC X(150).
           05 WS-ARQ-CARGOS-SAL      PIC X(150).
           05 WS-ARQ-DISSIDIO-S      PIC X(150).
           05 WS-ARQ-ALOCACAO-S      PIC X(150).
           05 WS-ARQ-PREVISAO-S      PIC X(150).
           05 WS-ARQ-ANONIMIZACAO-S  PIC X(150).
           05 WS-ARQ-TITULAR-S       PIC X(150).

       01 WS-CONTADORES.
           05 WS-CNT-CLIENTES        PIC 9(06) VALUE ZEROS.
           05 FILLER PIC X(7) VALUE 'DEPOIS:'.
           05 AUD-CARGO-SAL-DEPOIS PIC 9(10).

       01 WS-SALARIOS-HISTORICO.
           05 WS-CSH-CARREGADO       PIC X(01) VALUE 'N'.
           05 WS-CSH-QTD             PIC 9(06) VALUE ZEROS.
           05 WS-CSH-IDX             PIC 9(06) VALUE ZEROS.
           05 WS-CNT-CSH-NOVOS       PIC 9(06) VALUE ZEROS.
           05 WS-CSH-ORIGEM          PIC X(01).
           05 WS-CSH-ID-CARGO        PIC 9(06).
           05 WS-CSH-VIGENCIA        PIC 9(08).
           05 WS-CSH-SAL-ANTES       PIC 9(10).
           05 WS-CSH-SAL-DEPOIS      PIC 9(10).
           05 WS-CSH-PERC            PIC 9(03)V9(02).
           05 WS-CSH-ID-BUSCA        PIC 9(06).
           05 WS-CSH-PER-BUSCA       PIC 9(06).
           05 WS-CSH-PER-TAB         PIC 9(06).
           05 WS-CSH-SAL-PADRAO      PIC 9(10).
           05 WS-CSH-SAL-ACHADO      PIC 9(10).
           05 WS-CSH-PER-ANT         PIC 9(06).
           05 WS-CSH-SAL-ANT         PIC 9(10).
           05 WS-CSH-PER-POS         PIC 9(06).
           05 WS-CSH-SAL-POS         PIC 9(10).
           05 WS-CSH-TAB OCCURS 20000 TIMES.
               10 WS-TAB-DATA-REG-CS    PIC 9(08).
               10 WS-TAB-ORIGEM-CS      PIC X(01).
               10 WS-TAB-ID-CARGO-CS    PIC 9(06).
               10 WS-TAB-VIGENCIA-CS    PIC 9(08).
               10 WS-TAB-SAL-ANTES-CS   PIC 9(10).
               10 WS-TAB-SAL-DEPOIS-CS  PIC 9(10).
               10 WS-TAB-PERC-CS        PIC 9(03)V9(02).
               10 WS-TAB-NOVO-CS        PIC X(01).

       01 WS-REAJUSTES-CONTROLE.
           05 WS-CNT-RJ-LIDOS        PIC 9(06) VALUE ZEROS.
           05 WS-CNT-RJ-APLICADOS    PIC 9(06) VALUE ZEROS.
           05 WS-CNT-RJ-REJEITADOS   PIC 9(06) VALUE ZEROS.
           05 WS-RJ-VALIDO           PIC X(01).
           05 WS-RJ-MOTIVO           PIC X(60).
           05 WS-RJ-CARGO-EXC        PIC X(06).
           05 WS-RJ-PERIODO-BASE     PIC 9(06).
           05 WS-RJ-PERIODO-FOLHA    PIC 9(06) VALUE ZEROS.
           05 WS-RJ-SAL-NOVO         PIC 9(10).
           05 WS-RJ-CARGO-IDX        PIC 9(06).
           05 WS-RJ-QTD              PIC 9(06) VALUE ZEROS.
           05 WS-RJ-IDX              PIC 9(06) VALUE ZEROS.
           05 WS-RJ-POS              PIC 9(06) VALUE ZEROS.
           05 WS-RJ-TAB OCCURS 1000 TIMES.
               10 WS-TAB-ID-CARGO-RJ    PIC 9(06).
               10 WS-TAB-TIPO-RJ        PIC X(01).
               10 WS-TAB-PER-BASE-RJ    PIC 9(06).
               10 WS-TAB-PERC-RJ        PIC 9(03)V9(02).
               10 WS-TAB-VALOR-RJ       PIC 9(10).
               10 WS-TAB-SAL-ANTES-RJ   PIC 9(10).

       01 WS-DISSIDIO-CONTROLE.
           05 WS-DIS-MES             PIC 9(06).
           05 WS-DIS-ANO             PIC 9(04).
           05 WS-DIS-MM              PIC 9(02).
           05 WS-DIS-SAL-PAGO        PIC 9(10).
           05 WS-DIS-SAL-REAJ        PIC 9(10).
           05 WS-DIS-DIFERENCA       PIC 9(10).
           05 WS-DIS-ATIVO           PIC X(01).
           05 WS-DIS-FUNC-ATU        PIC 9(06).
           05 WS-DIS-DEP-ATU         PIC 9(06).
           05 WS-DIS-MESES-FUNC      PIC 9(04).
           05 WS-DIS-TOTAL-FUNC      PIC 9(10).
           05 WS-DIS-FUNCS-DEP       PIC 9(06).
           05 WS-DIS-TOTAL-DEP       PIC 9(12).
           05 WS-DIS-TOTAL-GERAL     PIC 9(12).
           05 WS-CNT-DIS-FUNC        PIC 9(06) VALUE ZEROS.
           05 WS-CNT-DIS-MESES       PIC 9(06) VALUE ZEROS.
           05 WS-CNT-DIS-PAGOS       PIC 9(06) VALUE ZEROS.
           05 WS-DSF-QTD             PIC 9(06) VALUE ZEROS.
           05 WS-DSF-IDX             PIC 9(06) VALUE ZEROS.
           05 WS-DSF-POS             PIC 9(06) VALUE ZEROS.
           05 WS-DSF-TAB OCCURS 5000 TIMES.
               10 WS-TAB-ID-FUNC-DF     PIC 9(06).
               10 WS-TAB-MESES-DF       PIC 9(04).
               10 WS-TAB-TOTAL-DF       PIC 9(10).
               10 WS-TAB-SITUACAO-DF    PIC X(01).

       01 WS-DISSIDIO-TABELA.
           05 WS-DIS-QTD             PIC 9(06) VALUE ZEROS.
           05 WS-DIS-IDX             PIC 9(06) VALUE ZEROS.
           05 WS-DIS-TAB OCCURS 0 TO 30000 TIMES
                   DEPENDING ON WS-DIS-QTD
                   ASCENDING KEY IS WS-TAB-ID-DEP-DI
                                    WS-TAB-ID-FUNC-DI
                                    WS-TAB-PERIODO-DI.
               10 WS-TAB-ID-DEP-DI      PIC 9(06).
               10 WS-TAB-ID-FUNC-DI     PIC 9(06).
               10 WS-TAB-PERIODO-DI     PIC 9(06).
               10 WS-TAB-ID-CARGO-DI    PIC 9(06).
               10 WS-TAB-SAL-PAGO-DI    PIC 9(10).
               10 WS-TAB-SAL-REAJ-DI    PIC 9(10).
               10 WS-TAB-DIFERENCA-DI   PIC 9(10).

       01 DISSIDIO-TITULO-FIELDS.
           05 FILLER PIC X(44)
               VALUE 'DIFERENCAS RETROATIVAS DE DISSIDIO - FOLHA '.
           05 DIS-TIT-PERIODO PIC 9(06).

       01 DISSIDIO-DEP-FIELDS.
           05 FILLER PIC X(16) VALUE 'DEPARTAMENTO ID '.
           05 DIS-DEP-ID PIC 9(06).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DIS-DEP-NOME PIC X(50).

       01 DISSIDIO-DETALHE-FIELDS.
           05 FILLER PIC X(7) VALUE '  Func:'.
           05 DIS-DET-ID-FUNC PIC 9(06).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DIS-DET-NOME PIC X(30).
           05 FILLER PIC X(7) VALUE ' Cargo:'.
           05 DIS-DET-ID-CARGO PIC 9(06).
           05 FILLER PIC X(9) VALUE ' Periodo:'.
           05 DIS-DET-PERIODO PIC 9(06).
           05 FILLER PIC X(6) VALUE ' Pago:'.
           05 DIS-DET-SAL-PAGO PIC 9(10).
           05 FILLER PIC X(12) VALUE ' Reajustado:'.
           05 DIS-DET-SAL-REAJ PIC 9(10).
           05 FILLER PIC X(11) VALUE ' Diferenca:'.
           05 DIS-DET-DIFERENCA PIC 9(10).

       01 DISSIDIO-FUNC-FIELDS.
           05 FILLER PIC X(13) VALUE '  Total Func:'.
           05 DIS-FUN-ID-FUNC PIC 9(06).
           05 FILLER PIC X(7) VALUE ' Meses:'.
           05 DIS-FUN-MESES PIC 9(04).
           05 FILLER PIC X(11) VALUE ' Diferenca:'.
           05 DIS-FUN-TOTAL PIC 9(10).
           05 FILLER PIC X(10) VALUE ' Situacao:'.
           05 DIS-FUN-SITUACAO PIC X(42).

       01 DISSIDIO-DEP-TOTAL-FIELDS.
           05 FILLER PIC X(19) VALUE 'TOTAL DEPARTAMENTO '.
           05 DIS-DTO-ID PIC 9(06).
           05 FILLER PIC X(14) VALUE ' Funcionarios:'.
           05 DIS-DTO-FUNCS PIC 9(06).
           05 FILLER PIC X(11) VALUE ' Diferenca:'.
           05 DIS-DTO-TOTAL PIC 9(12).

       01 DISSIDIO-TOTAL-FIELDS.
           05 FILLER PIC X(25) VALUE 'TOTAL GERAL Funcionarios:'.
           05 DIS-TOT-FUNCS PIC 9(06).
           05 FILLER PIC X(7) VALUE ' Meses:'.
           05 DIS-TOT-MESES PIC 9(06).
           05 FILLER PIC X(11) VALUE ' Diferenca:'.
           05 DIS-TOT-TOTAL PIC 9(12).

       01 WS-DEPARTAMENTOS-TABELA.
           05 WS-DEP-QTD             PIC 9(06) VALUE ZEROS.
           05 WS-DEP-TAB OCCURS 0 TO 1000 TIMES
           05 WS-DESLIG-TAB OCCURS 1000 TIMES.
               10 WS-TAB-ID-FUNC-DL     PIC 9(06).
               10 WS-TAB-DATA-DL        PIC 9(08).
               10 WS-TAB-TIPO-RESC-DL   PIC X(02).
               10 WS-TAB-ADMIS-DL       PIC 9(08).
               10 WS-TAB-SALDO-FGTS-DL  PIC 9(10).
               10 WS-TAB-TRCT-DL        PIC X(01).
               10 WS-TAB-TRCT-LIQ-DL    PIC 9(10).
               10 WS-TAB-EVT-PROV-DL    PIC 9(10).
               10 WS-TAB-EVT-DESC-DL    PIC 9(10).
               10 WS-TAB-EVT-INSS-DL    PIC S9(11).
               10 WS-TAB-EVT-IRRF-DL    PIC S9(11).
               10 WS-TAB-EVT-FGTS-DL    PIC S9(11).

       01 WS-DESLIG-CONTROLE.
           05 WS-DESLIG-ID-BUSCA     PIC 9(06) VALUE ZEROS.
           05 WS-DESLIG-ACHADO       PIC X(01).
           05 WS-DESLIG-IDX          PIC 9(06) VALUE ZEROS.
           05 WS-DESLIG-POS          PIC 9(06) VALUE ZEROS.
           05 WS-DESLIG-DATA         PIC 9(08) VALUE ZEROS.
           05 WS-DESLIG-DATA-CAMPOS REDEFINES WS-DESLIG-DATA.
               10 WS-DESLIG-PERIODO     PIC 9(06).
               10 WS-DESLIG-DIA         PIC 9(02).
           05 WS-DESLIG-TRCT         PIC X(01).
           05 WS-DESLIG-TRCT-LIQ     PIC 9(10) VALUE ZEROS.
           05 WS-CNT-FOLHA-DESLIG    PIC 9(06) VALUE ZEROS.

       01 WS-RESCISAO-CONTROLE.
           05 WS-RESC-IDX            PIC 9(06) VALUE ZEROS.
           05 WS-RESC-TIPO           PIC X(02).
           05 WS-RESC-TIPO-DESC      PIC X(30).
           05 WS-RESC-DATA           PIC 9(08) VALUE ZEROS.
           05 WS-RESC-DATA-CAMPOS REDEFINES WS-RESC-DATA.
               10 WS-RESC-ANO           PIC 9(04).
               10 WS-RESC-MES           PIC 9(02).
               10 WS-RESC-DIA           PIC 9(02).
           05 WS-RESC-ADMIS          PIC 9(08) VALUE ZEROS.
           05 WS-RESC-ADMIS-CAMPOS REDEFINES WS-RESC-ADMIS.
               10 WS-RESC-ADMIS-ANO     PIC 9(04).
               10 WS-RESC-ADMIS-MES     PIC 9(02).
               10 WS-RESC-ADMIS-DIA     PIC 9(02).
           05 WS-RESC-ANOS           PIC 9(03) VALUE ZEROS.
           05 WS-RESC-MESES          PIC 9(05) VALUE ZEROS.
           05 WS-RESC-AVOS           PIC 9(02) VALUE ZEROS.
           05 WS-RESC-AVO-MES        PIC 9(01) VALUE ZEROS.
           05 WS-RESC-DIAS-AVISO     PIC 9(03) VALUE ZEROS.
           05 WS-RESC-SAL-BASE       PIC 9(10) VALUE ZEROS.
           05 WS-RESC-SALDO-SAL      PIC 9(10) VALUE ZEROS.
           05 WS-RESC-AVISO          PIC 9(10) VALUE ZEROS.
           05 WS-RESC-FER-TOTAL      PIC 9(12) VALUE ZEROS.
           05 WS-RESC-FER-VENC       PIC 9(10) VALUE ZEROS.
           05 WS-RESC-FER-PROP       PIC 9(10) VALUE ZEROS.
           05 WS-RESC-13-PROP        PIC 9(10) VALUE ZEROS.
           05 WS-RESC-SALDO-13-PV    PIC 9(12) VALUE ZEROS.
           05 WS-RESC-SALDO-FER-PV   PIC 9(12) VALUE ZEROS.
           05 WS-RESC-INSS           PIC 9(10) VALUE ZEROS.
           05 WS-RESC-IRRF           PIC 9(10) VALUE ZEROS.
           05 WS-RESC-INSS-SALDO     PIC 9(10) VALUE ZEROS.
           05 WS-RESC-IRRF-SALDO     PIC 9(10) VALUE ZEROS.
           05 WS-RESC-FGTS           PIC 9(10) VALUE ZEROS.
           05 WS-RESC-MULTA-ALIQ     PIC 9(02) VALUE ZEROS.
           05 WS-RESC-MULTA-FGTS     PIC 9(10) VALUE ZEROS.
           05 WS-RESC-BRUTO          PIC 9(10) VALUE ZEROS.
           05 WS-RESC-DESCONTOS      PIC 9(10) VALUE ZEROS.
           05 WS-RESC-LIQUIDO        PIC 9(10) VALUE ZEROS.
           05 WS-RESC-EVT-PROV       PIC 9(10) VALUE ZEROS.
           05 WS-RESC-EVT-DESC       PIC 9(10) VALUE ZEROS.
           05 WS-RESC-BASE-AUX       PIC S9(11) VALUE ZEROS.
           05 WS-CNT-RESCISOES       PIC 9(06) VALUE ZEROS.
           05 WS-RESC-TOTAL-LIQUIDO  PIC 9(14) VALUE ZEROS.

       01 TRCT-TITULO-FIELDS.
           05 FILLER PIC X(50) VALUE
               'TERMO DE RESCISAO DO CONTRATO DE TRABALHO - TRCT'.

       01 TRCT-FUNC-FIELDS.
           05 FILLER PIC X(8) VALUE 'ID-Func:'.
           05 TRCT-F-ID-FUNC PIC 9(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'Nome:'.
           05 TRCT-F-NOME PIC X(60).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE 'CPF:'.
           05 TRCT-F-CPF PIC X(14).

       01 TRCT-CONTRATO-FIELDS.
           05 FILLER PIC X(6) VALUE 'Cargo:'.
           05 TRCT-C-CARGO PIC X(40).
           05 FILLER PIC X(10) VALUE ' Admissao:'.
           05 TRCT-C-ADMISSAO PIC 9(08).
           05 FILLER PIC X(14) VALUE ' Desligamento:'.
           05 TRCT-C-DESLIG PIC 9(08).
           05 FILLER PIC X(7) VALUE ' Causa:'.
           05 TRCT-C-TIPO PIC X(02).
           05 FILLER PIC X(1) VALUE '-'.
           05 TRCT-C-TIPO-DESC PIC X(30).

       01 TRCT-VERBA-FIELDS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TRCT-V-DESCRICAO PIC X(40).
           05 FILLER PIC X(3) VALUE ' = '.
           05 TRCT-V-VALOR PIC 9(10).

       01 TRCT-TOTAL-FIELDS.
           05 FILLER PIC X(38) VALUE
               'TOTAL RESCISOES NO PERIODO => QTD: '.
           05 TRCT-T-QTD PIC ZZZ,ZZ9.
           05 FILLER PIC X(11) VALUE ' LIQUIDO: '.
           05 TRCT-T-LIQUIDO PIC 9(14).

       01 FUNC-AUDITORIA-FIELDS.
           05 FILLER PIC X(6) VALUE 'TRANS:'.
           05 AUD-FUNC-TIPO PIC X(01).
                   INDEXED BY IX-PF-TAB.
               10 WS-TAB-ID-PROJETO-PF   PIC 9(06).
               10 WS-TAB-ID-FUNC-PF      PIC 9(06).
               10 WS-TAB-PERC-PF         PIC 9(03)V9(02).
               10 WS-TAB-DT-INICIO-PF    PIC 9(08).
               10 WS-TAB-DT-FIM-PF       PIC 9(08).
               10 WS-TAB-PER-INICIO-PF   PIC 9(06).
               10 WS-TAB-PER-FIM-PF      PIC 9(06).
               10 WS-TAB-PAPEL-PF        PIC X(30).

       01 WS-ALOCACAO-CONTROLE.
           05 WS-ALOC-ENTRADA.
               10 WS-ALOC-PERC-ENT       PIC 9(03)V9(02).
               10 WS-ALOC-DT-INICIO-ENT  PIC 9(08).
               10 WS-ALOC-DT-FIM-ENT     PIC 9(08).
           05 WS-ALOC-PERC           PIC 9(03)V9(02) VALUE ZEROS.
           05 WS-ALOC-DT-INICIO      PIC 9(08) VALUE ZEROS.
           05 WS-ALOC-DT-FIM         PIC 9(08) VALUE ZEROS.
           05 WS-ALOC-PER-INICIO     PIC 9(06) VALUE ZEROS.
           05 WS-ALOC-PER-FIM        PIC 9(06) VALUE ZEROS.
           05 WS-ALOC-VALIDA         PIC X(01).
           05 WS-ALOC-VIGENTE        PIC X(01).
           05 WS-ALOC-TOTAL-PERC     PIC 9(05)V9(02) VALUE ZEROS.
           05 WS-ALOC-QTD-FUNC       PIC 9(04) VALUE ZEROS.
           05 WS-ALOC-SITUACAO       PIC X(14).
           05 WS-CNT-ALOCACAO        PIC 9(06) VALUE ZEROS.
           05 WS-CNT-ALOC-SUPER      PIC 9(06) VALUE ZEROS.
           05 WS-CNT-ALOC-SUB        PIC 9(06) VALUE ZEROS.
           05 WS-CNT-ALOC-SEM        PIC 9(06) VALUE ZEROS.
           05 WS-CNT-APONT-FORA-VIG  PIC 9(06) VALUE ZEROS.

       01 ALOCACAO-TITULO-FIELDS.
           05 FILLER PIC X(45) VALUE
               'RELATORIO DE ALOCACAO DE FUNCIONARIOS'.

       01 ALOC-FUNC-FIELDS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(12) VALUE 'Funcionario:'.
           05 ALOC-F-ID-FUNC PIC 9(06).
           05 FILLER PIC X(2) VALUE SPACES.
           05 ALOC-F-NOME PIC X(60).
           05 FILLER PIC X(8) VALUE 'Alocado:'.
           05 ALOC-F-TOTAL PIC ZZZZ9.99.
           05 FILLER PIC X(1) VALUE '%'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'Minimo:'.
           05 ALOC-F-MINIMO PIC ZZ9.
           05 FILLER PIC X(1) VALUE '%'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Situacao:'.
           05 ALOC-F-SITUACAO PIC X(14).

       01 ALOC-DETALHE-FIELDS.
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'ID-Projeto:'.
           05 ALOC-D-ID-PROJ PIC 9(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'Papel:'.
           05 ALOC-D-PAPEL PIC X(30).
           05 FILLER PIC X(5) VALUE 'Perc:'.
           05 ALOC-D-PERC PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE '%'.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Vigencia:'.
           05 ALOC-D-DT-INICIO PIC 9(08).
           05 FILLER PIC X(3) VALUE ' a '.
           05 ALOC-D-DT-FIM PIC 9(08).

       01 ALOC-TOTAL-FIELDS.
           05 FILLER PIC X(15) VALUE 'FUNCIONARIOS = '.
           05 ALOC-T-QTD PIC ZZZ,ZZ9.
           05 FILLER PIC X(17) VALUE ' SUPERALOCADOS = '.
           05 ALOC-T-SUPER PIC ZZZ,ZZ9.
           05 FILLER PIC X(15) VALUE ' SUBALOCADOS = '.
           05 ALOC-T-SUB PIC ZZZ,ZZ9.
           05 FILLER PIC X(16) VALUE ' SEM ALOCACAO = '.
           05 ALOC-T-SEM PIC ZZZ,ZZ9.

       01 WS-PREVISAO-CONTROLE.
           05 WS-PREV-ANO            PIC 9(04) VALUE ZEROS.
           05 WS-PREV-MES            PIC 9(02) VALUE ZEROS.
           05 WS-PREV-PERIODO        PIC 9(06) VALUE ZEROS.
           05 WS-PREV-MESES-ABS      PIC 9(06) VALUE ZEROS.
           05 WS-PREV-ABS-PROXIMO    PIC 9(06) VALUE ZEROS.
           05 WS-PREV-ABS-HORIZONTE  PIC 9(06) VALUE ZEROS.
           05 WS-PREV-ABS-LIMITE     PIC 9(06) VALUE ZEROS.
           05 WS-PREV-ABS-INICIO     PIC 9(06) VALUE ZEROS.
           05 WS-PREV-ABS-FIM        PIC 9(06) VALUE ZEROS.
           05 WS-PREV-MESES          PIC 9(04) VALUE ZEROS.
           05 WS-PREV-PER-PROXIMO    PIC 9(06) VALUE ZEROS.
           05 WS-PREV-PER-LIMITE     PIC 9(06) VALUE ZEROS.
           05 WS-PREV-ENTREGA-TXT    PIC X(06).
           05 WS-PREV-ENTREGA REDEFINES WS-PREV-ENTREGA-TXT
                                     PIC 9(06).
           05 WS-PREV-CUSTO-MES      PIC 9(10) VALUE ZEROS.
           05 WS-PREV-CUSTO          PIC 9(12) VALUE ZEROS.
           05 WS-PREV-CUSTO-PROJ     PIC 9(14) VALUE ZEROS.
           05 WS-PREV-CUSTO-TOTAL    PIC 9(14) VALUE ZEROS.
           05 WS-PREV-QTD-PROJ       PIC 9(06) VALUE ZEROS.
           05 WS-CNT-PREVISAO        PIC 9(06) VALUE ZEROS.

       01 PREVISAO-TITULO-FIELDS.
           05 FILLER PIC X(45) VALUE
               'PREVISAO DE CUSTOS DE PROJETOS'.

       01 PREVISAO-HORIZONTE-FIELDS.
           05 FILLER PIC X(19) VALUE 'PREVISAO A PARTIR: '.
           05 PREV-H-INICIO PIC 9(06).
           05 FILLER PIC X(11) VALUE ' HORIZONTE:'.
           05 PREV-H-MESES PIC ZZ9.
           05 FILLER PIC X(6) VALUE ' MESES'.

       01 PREV-PROJ-FIELDS.
           05 FILLER PIC X(11) VALUE 'ID-Projeto:'.
           05 PREV-P-ID-PROJ PIC 9(06).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PREV-P-NOME PIC X(60).
           05 FILLER PIC X(7) VALUE 'Status:'.
           05 PREV-P-STATUS PIC X(20).
           05 FILLER PIC X(8) VALUE 'Entrega:'.
           05 PREV-P-ENTREGA PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Limite:'.
           05 PREV-P-LIMITE PIC 9(06).

       01 PREV-DETALHE-FIELDS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'ID-Func:'.
           05 PREV-D-ID-FUNC PIC 9(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'Papel:'.
           05 PREV-D-PAPEL PIC X(30).
           05 FILLER PIC X(5) VALUE 'Perc:'.
           05 PREV-D-PERC PIC ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'Meses:'.
           05 PREV-D-MESES PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'Custo-Mes:'.
           05 PREV-D-CUSTO-MES PIC 9(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(9) VALUE 'Previsto:'.
           05 PREV-D-CUSTO PIC 9(12).

       01 PREV-PROJ-TOTAL-FIELDS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(18) VALUE 'TOTAL DO PROJETO: '.
           05 FILLER PIC X(7) VALUE 'Valor: '.
           05 PREV-PT-VALOR PIC 9(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(16) VALUE 'Custo previsto: '.
           05 PREV-PT-CUSTO PIC 9(14).

       01 PREV-TOTAL-FIELDS.
           05 FILLER PIC X(12) VALUE 'PROJETOS = '.
           05 PREV-T-QTD PIC ZZZ,ZZ9.
           05 FILLER PIC X(26) VALUE ' CUSTO PREVISTO TOTAL = '.
           05 PREV-T-CUSTO PIC 9(14).

       01 WS-CUSTEIO-CONTROLE.
           05 WS-CNT-CUSTEIO         PIC 9(06) VALUE ZEROS.
           05 WS-GER-NOME-REG        PIC X(150) VALUE SPACES.
           05 WS-GER-ACHADO          PIC X(01).
           05 WS-GER-IDX             PIC 9(03) VALUE ZEROS.
           05 WS-GER-LISTA OCCURS 120 TIMES.
               10 WS-GER-NOME           PIC X(150).

       01 WS-CATALOGO-TABELA.
               10 WS-TAB-ID-FUNC-CN     PIC 9(06).
               10 WS-TAB-AGENCIA-CN     PIC X(50).
               10 WS-TAB-NUMERO-CN      PIC X(60).
               10 WS-TAB-TIPO-CN        PIC X(20).
               10 WS-TAB-PRINCIPAL-CN   PIC X(01).
               10 WS-TAB-DT-VIG-CN      PIC 9(08).
               10 WS-TAB-DT-ENC-CN      PIC 9(08).
               10 WS-TAB-DT-ALT-CN      PIC 9(08).
               10 WS-TAB-SITUACAO-CN    PIC X(01).
               10 WS-TAB-PAGAR-CN       PIC X(01).
       01 WS-CONTAS-TAB-CARREGADA   PIC X(01) VALUE 'N'.
       01 WS-CONTA-IDX              PIC 9(06) VALUE ZEROS.

       01 WS-CONTAS-MANUTENCAO.
           05 WS-CNT-CTA-TRANS       PIC 9(06) VALUE ZEROS.
           05 WS-CNT-CTA-APLICADAS   PIC 9(06) VALUE ZEROS.
           05 WS-CNT-CTA-PENDENTES   PIC 9(06) VALUE ZEROS.
           05 WS-CTA-POS             PIC 9(06) VALUE ZEROS.
           05 WS-CTA-ACHADA          PIC X(01).
           05 WS-CTA-APLICADA        PIC X(01).
           05 WS-CTA-VIGENTE         PIC X(01).
           05 WS-CTA-DIAS            PIC S9(08) VALUE ZEROS.
           05 WS-CTA-AG-ANTES        PIC X(50).
           05 WS-CTA-NUM-ANTES       PIC X(60).
           05 WS-CTA-HIST-CARREGADO  PIC X(01) VALUE 'N'.
           05 WS-CTA-HIST-QTD        PIC 9(06) VALUE ZEROS.
           05 WS-CTA-HIST-IDX        PIC 9(06) VALUE ZEROS.
           05 WS-CTA-HIST-ID-BUSCA   PIC 9(06) VALUE ZEROS.
           05 WS-CTA-HIST-ENC        PIC 9(06) VALUE ZEROS.
           05 WS-CTA-HIST-ACHADO     PIC X(01).
           05 WS-CTA-HIST-TAB OCCURS 10000 TIMES.
               10 WS-TAB-ID-CONTA-CH    PIC 9(06).
               10 WS-TAB-DATA-CH        PIC 9(08).
               10 WS-TAB-AG-ANTES-CH    PIC X(50).
               10 WS-TAB-NUM-ANTES-CH   PIC X(60).

       01 CONTAS-AUDITORIA-FIELDS.
           05 FILLER PIC X(6) VALUE 'TRANS:'.
           05 AUD-CTA-TIPO PIC X(01).
           05 FILLER PIC X(10) VALUE ' ID-Conta:'.
           05 AUD-CTA-ID PIC 9(06).
           05 FILLER PIC X(9) VALUE ' ID-Func:'.
           05 AUD-CTA-ID-FUNC PIC 9(06).
           05 FILLER PIC X(9) VALUE ' Efetiva:'.
           05 AUD-CTA-DATA PIC 9(08).
           05 FILLER PIC X(10) VALUE ' Ag.Antes:'.
           05 AUD-CTA-AG-ANTES PIC X(20).
           05 FILLER PIC X(11) VALUE ' Cta.Antes:'.
           05 AUD-CTA-NUM-ANTES PIC X(20).
           05 FILLER PIC X(11) VALUE ' Ag.Depois:'.
           05 AUD-CTA-AG-DEPOIS PIC X(20).
           05 FILLER PIC X(12) VALUE ' Cta.Depois:'.
           05 AUD-CTA-NUM-DEPOIS PIC X(20).
           05 FILLER PIC X(11) VALUE ' Resultado:'.
           05 AUD-CTA-RESULTADO PIC X(40).

       01 CONTAS-PENDENTES-FIELDS.
           05 FILLER PIC X(9) VALUE 'ID-Conta:'.
           05 PEND-CTA-ID PIC 9(06).
           05 FILLER PIC X(9) VALUE ' ID-Func:'.
           05 PEND-CTA-ID-FUNC PIC 9(06).
           05 FILLER PIC X(10) VALUE ' Alterada:'.
           05 PEND-CTA-DT-ALT PIC 9(08).
           05 FILLER PIC X(10) VALUE ' Ag.Antes:'.
           05 PEND-CTA-AG-ANTES PIC X(20).
           05 FILLER PIC X(11) VALUE ' Cta.Antes:'.
           05 PEND-CTA-NUM-ANTES PIC X(20).
           05 FILLER PIC X(11) VALUE ' Ag.Depois:'.
           05 PEND-CTA-AG-DEPOIS PIC X(20).
           05 FILLER PIC X(12) VALUE ' Cta.Depois:'.
           05 PEND-CTA-NUM-DEPOIS PIC X(20).
           05 FILLER PIC X(10) VALUE ' Situacao:'.
           05 PEND-CTA-SITUACAO PIC X(22)
               VALUE 'AGUARDANDO APROVACAO'.

       01 WS-CARTEIRA-CONTROLE.
           05 WS-CART-IDX            PIC 9(06) VALUE ZEROS.
           05 WS-CART-TROCA          PIC X(01).
               10 WS-TAB-EMISSAO-CR     PIC 9(08).
               10 WS-TAB-VENC-CR        PIC 9(08).
               10 WS-TAB-STATUS-CR      PIC X(10).
               10 WS-TAB-DATA-PAGTO-CR  PIC 9(08).
               10 WS-TAB-VALOR-PAGO-CR  PIC 9(12).
               10 WS-TAB-BOLETO-CR      PIC X(01).
               10 WS-TAB-NUM-RPS-CR     PIC 9(07).
               10 WS-TAB-RPS-CR         PIC X(01).
               10 WS-TAB-VALOR-ULT-CR   PIC 9(12).

       01 WS-FATURAMENTO-CONTROLE.
           05 WS-FAT-ACHADO          PIC X(01).
           05 WS-FAT-VENC-CALC       PIC 9(08) VALUE ZEROS.
           05 WS-FAT-DIAS-ATRASO     PIC S9(08) VALUE ZEROS.
           05 WS-FAT-BUCKET          PIC X(12).
           05 WS-FAT-SALDO           PIC 9(12) VALUE ZEROS.

       01 WS-FAT-AGING-TOTAIS.
           05 WS-FAT-AVENCER-QTD     PIC 9(06) VALUE ZEROS.
           05 FILLER PIC X(9) VALUE ' VALOR = '.
           05 FAT-P-VALOR PIC 9(14).

       01 WS-CLI-DADOS-TABELA.
           05 WS-CLD-QTD             PIC 9(06) VALUE ZEROS.
           05 WS-CLD-TAB OCCURS 5000 TIMES.
               10 WS-TAB-ID-CLI-CD      PIC 9(06).
               10 WS-TAB-NOME-CLI-CD    PIC X(100).
               10 WS-TAB-END-CLI-CD     PIC X(100).
               10 WS-TAB-CPF-CLI-CD     PIC X(14).
               10 WS-TAB-CNPJ-CLI-CD    PIC X(18).
               10 WS-TAB-STATUS-CLI-CD  PIC X(20).
               10 WS-TAB-TIPO-INSC-CD   PIC 9(01).
               10 WS-TAB-INSCRICAO-CD   PIC 9(14).
       01 WS-CLD-CARREGADA          PIC X(01) VALUE 'N'.
       01 WS-CLD-IDX                PIC 9(06) VALUE ZEROS.
       01 WS-CLD-ACHADO             PIC X(01) VALUE 'N'.
       01 WS-CLD-ID-BUSCA           PIC 9(06) VALUE ZEROS.

       01 WS-COBRANCA-CONTROLE.
           05 WS-COB-ACHADO          PIC X(01).
           05 WS-COB-IDX             PIC 9(06) VALUE ZEROS.
           05 WS-COB-NOSSO-NUM       PIC X(20).
           05 WS-COB-NOSSO-PARTES REDEFINES WS-COB-NOSSO-NUM.
               10 WS-COB-NN-PROJ        PIC 9(06).
               10 WS-COB-NN-PARCELA     PIC 9(02).
               10 FILLER                PIC X(12).
           05 WS-COB-MOVIMENTO       PIC X(02).
           05 WS-COB-MOTIVO          PIC X(10).
           05 WS-COB-PAGADOR         PIC X(40).
           05 WS-COB-T-PENDENTE      PIC X(01) VALUE 'N'.
           05 WS-COB-DATA-PAGTO      PIC 9(08) VALUE ZEROS.
           05 WS-COB-VALOR-PAGO      PIC 9(12) VALUE ZEROS.
           05 WS-COB-DIAS-ATRASO     PIC S9(08) VALUE ZEROS.
           05 WS-COB-MULTA           PIC 9(12) VALUE ZEROS.
           05 WS-COB-JUROS           PIC 9(12) VALUE ZEROS.
           05 WS-COB-DEVIDO          PIC 9(12) VALUE ZEROS.
           05 WS-COB-ACUMULADO       PIC 9(12) VALUE ZEROS.
           05 WS-COB-VALOR-NA        PIC 9(12) VALUE ZEROS.
           05 WS-COB-MOTIVO-NA       PIC X(50).
           05 WS-COB-PENDENTES       PIC 9(06) VALUE ZEROS.
           05 WS-CNT-COB-DETALHES    PIC 9(06) VALUE ZEROS.
           05 WS-CNT-COB-PAGAS       PIC 9(06) VALUE ZEROS.
           05 WS-CNT-COB-PARCIAIS    PIC 9(06) VALUE ZEROS.
           05 WS-CNT-COB-BAIXADAS    PIC 9(06) VALUE ZEROS.
           05 WS-CNT-COB-CONFIRMADAS PIC 9(06) VALUE ZEROS.
           05 WS-CNT-COB-REJEITADAS  PIC 9(06) VALUE ZEROS.
           05 WS-CNT-COB-REPETIDOS   PIC 9(06) VALUE ZEROS.
           05 WS-CNT-COB-NAO-APLIC   PIC 9(06) VALUE ZEROS.
           05 WS-CNT-COB-BOLETOS     PIC 9(06) VALUE ZEROS.
           05 WS-CNT-COB-PEDIDOS-BX  PIC 9(06) VALUE ZEROS.
           05 WS-COB-VALOR-APLICADO  PIC 9(14) VALUE ZEROS.
           05 WS-COB-VALOR-ENCARGOS  PIC 9(14) VALUE ZEROS.
           05 WS-COB-VALOR-NAO-APLIC PIC 9(14) VALUE ZEROS.
           05 WS-COB-VALOR-BOLETOS   PIC 9(14) VALUE ZEROS.

       01 NAO-APLICADOS-TITULO-FIELDS.
           05 FILLER PIC X(50) VALUE
               'RETORNO DA COBRANCA - RECEBIMENTOS NAO APLICADOS'.

       01 NAO-APLICADO-DETALHE-FIELDS.
           05 FILLER PIC X(11) VALUE 'Nosso Num.:'.
           05 NAP-D-NOSSO-NUM PIC X(20).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'Data:'.
           05 NAP-D-DATA PIC 9(08).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'Valor:'.
           05 NAP-D-VALOR PIC 9(12).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'Pagador:'.
           05 NAP-D-PAGADOR PIC X(40).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Motivo:'.
           05 NAP-D-MOTIVO PIC X(50).

       01 NAO-APLICADO-TOTAL-FIELDS.
           05 NAP-T-LABEL PIC X(22).
           05 FILLER PIC X(6) VALUE 'QTD = '.
           05 NAP-T-QTD PIC ZZZ,ZZ9.
           05 FILLER PIC X(9) VALUE ' VALOR = '.
           05 NAP-T-VALOR PIC 9(14).

       01 WS-TRIBUTOS-CONTROLE.
           05 WS-TRIB-CARREGADA      PIC X(01) VALUE 'N'.
           05 WS-TRIB-ALIQ-ISS       PIC 9(03)V9(02) VALUE 5.
           05 WS-TRIB-ALIQ-PIS       PIC 9(03)V9(02) VALUE 0.65.
           05 WS-TRIB-ALIQ-COFINS    PIC 9(03)V9(02) VALUE 3.
           05 WS-TRIB-ALIQ-CSLL      PIC 9(03)V9(02) VALUE 1.
           05 WS-TRIB-ALIQ-IRRF      PIC 9(03)V9(02) VALUE 1.5.
           05 WS-TRIB-RET-ISS        PIC X(01) VALUE 'N'.
           05 WS-TRIB-RET-PIS        PIC X(01) VALUE 'S'.
           05 WS-TRIB-RET-COFINS     PIC X(01) VALUE 'S'.
           05 WS-TRIB-RET-CSLL       PIC X(01) VALUE 'S'.
           05 WS-TRIB-RET-IRRF       PIC X(01) VALUE 'S'.
           05 WS-TRIB-BASE           PIC 9(12) VALUE ZEROS.
           05 WS-TRIB-ISS            PIC 9(10) VALUE ZEROS.
           05 WS-TRIB-ISS-RETIDO     PIC X(01).
           05 WS-TRIB-PIS            PIC 9(10) VALUE ZEROS.
           05 WS-TRIB-COFINS         PIC 9(10) VALUE ZEROS.
           05 WS-TRIB-CSLL           PIC 9(10) VALUE ZEROS.
           05 WS-TRIB-IRRF           PIC 9(10) VALUE ZEROS.
           05 WS-TRIB-PCC            PIC 9(10) VALUE ZEROS.
           05 WS-TRIB-RETIDO         PIC 9(12) VALUE ZEROS.
           05 WS-TRIB-LIQUIDO        PIC 9(12) VALUE ZEROS.

       01 WS-RPS-TABELA.
           05 WS-RPS-QTD             PIC 9(06) VALUE ZEROS.
           05 WS-RPS-TAB OCCURS 15000 TIMES.
               10 WS-TAB-NUM-RP         PIC 9(07).
               10 WS-TAB-EMISSAO-RP     PIC 9(08).
               10 WS-TAB-ID-PROJ-RP     PIC 9(06).
               10 WS-TAB-PARCELA-RP     PIC 9(02).
               10 WS-TAB-ID-CLI-RP      PIC 9(06).
               10 WS-TAB-TIPO-INSC-RP   PIC 9(01).
               10 WS-TAB-SERVICO-RP     PIC 9(12).
               10 WS-TAB-ALIQ-ISS-RP    PIC 9(03)V9(02).
               10 WS-TAB-ISS-RP         PIC 9(10).
               10 WS-TAB-ISS-RET-RP     PIC X(01).
               10 WS-TAB-PIS-RP         PIC 9(10).
               10 WS-TAB-COFINS-RP      PIC 9(10).
               10 WS-TAB-CSLL-RP        PIC 9(10).
               10 WS-TAB-IRRF-RP        PIC 9(10).
               10 WS-TAB-LIQUIDO-RP     PIC 9(12).
               10 WS-TAB-SITUACAO-RP    PIC X(01).
               10 WS-TAB-CANCEL-RP      PIC 9(08).
               10 WS-TAB-NOVO-RP        PIC X(01).

       01 WS-RPS-CONTROLE.
           05 WS-RPS-IDX             PIC 9(06) VALUE ZEROS.
           05 WS-RPS-POS             PIC 9(06) VALUE ZEROS.
           05 WS-RPS-ACHADO          PIC X(01).
           05 WS-RPS-ULTIMO-NUM      PIC 9(07) VALUE ZEROS.
           05 WS-RPS-NUM-BUSCA       PIC 9(07) VALUE ZEROS.
           05 WS-RPS-DATA-CANCEL     PIC 9(08) VALUE ZEROS.
           05 WS-RPS-PERIODO         PIC 9(06) VALUE ZEROS.
           05 WS-CNT-RPS-LIDOS       PIC 9(06) VALUE ZEROS.
           05 WS-CNT-RPS-EMITIDOS    PIC 9(06) VALUE ZEROS.
           05 WS-CNT-RPS-PENDENTES   PIC 9(06) VALUE ZEROS.
           05 WS-CNT-RPS-CANCELADOS  PIC 9(06) VALUE ZEROS.
           05 WS-CNT-RPS-CANC-RECUS  PIC 9(06) VALUE ZEROS.
           05 WS-RPS-LINHAS          PIC 9(07) VALUE ZEROS.
           05 WS-RPS-TOT-SERVICOS    PIC 9(15) VALUE ZEROS.

       01 WS-LIVRO-TOTAIS.
           05 WS-LIV-QTD             PIC 9(06) VALUE ZEROS.
           05 WS-LIV-SERVICOS        PIC 9(14) VALUE ZEROS.
           05 WS-LIV-ISS             PIC 9(14) VALUE ZEROS.
           05 WS-LIV-ISS-RET-QTD     PIC 9(06) VALUE ZEROS.
           05 WS-LIV-ISS-RETIDO      PIC 9(14) VALUE ZEROS.
           05 WS-LIV-PIS             PIC 9(14) VALUE ZEROS.
           05 WS-LIV-COFINS          PIC 9(14) VALUE ZEROS.
           05 WS-LIV-CSLL            PIC 9(14) VALUE ZEROS.
           05 WS-LIV-IRRF            PIC 9(14) VALUE ZEROS.
           05 WS-LIV-LIQUIDO         PIC 9(14) VALUE ZEROS.
           05 WS-LIV-CANC-QTD        PIC 9(06) VALUE ZEROS.
           05 WS-LIV-CANC-VALOR      PIC 9(14) VALUE ZEROS.

       01 RPS-CABECALHO-FIELDS.
           05 RPS-C-TIPO-REG          PIC X(01) VALUE '1'.
           05 RPS-C-VERSAO            PIC X(03) VALUE '002'.
           05 RPS-C-INSC-MUNIC        PIC 9(08) VALUE ZEROS.
           05 RPS-C-DATA-INICIO       PIC 9(08) VALUE ZEROS.
           05 RPS-C-DATA-FIM          PIC 9(08) VALUE ZEROS.
           05 FILLER                  PIC X(372) VALUE SPACES.

       01 RPS-DETALHE-FIELDS.
           05 RPS-D-TIPO-REG          PIC X(01) VALUE '6'.
           05 RPS-D-TIPO-RPS          PIC X(05) VALUE 'RPS'.
           05 RPS-D-SERIE             PIC X(05) VALUE 'A'.
           05 RPS-D-NUMERO            PIC 9(12) VALUE ZEROS.
           05 RPS-D-DATA-EMISSAO      PIC 9(08) VALUE ZEROS.
           05 RPS-D-SITUACAO          PIC X(01) VALUE 'T'.
           05 RPS-D-VALOR-SERVICOS    PIC 9(15) VALUE ZEROS.
           05 RPS-D-VALOR-DEDUCOES    PIC 9(15) VALUE ZEROS.
           05 RPS-D-COD-SERVICO       PIC 9(05) VALUE ZEROS.
           05 RPS-D-ALIQUOTA          PIC 9(04) VALUE ZEROS.
           05 RPS-D-ISS-RETIDO        PIC 9(01) VALUE 2.
           05 RPS-D-TIPO-INSCR        PIC 9(01) VALUE ZEROS.
           05 RPS-D-INSCRICAO         PIC 9(14) VALUE ZEROS.
           05 RPS-D-INSC-MUNIC-TOM    PIC 9(08) VALUE ZEROS.
           05 RPS-D-NOME-TOMADOR      PIC X(75) VALUE SPACES.
           05 RPS-D-ENDERECO          PIC X(50) VALUE SPACES.
           05 RPS-D-VALOR-PIS         PIC 9(15) VALUE ZEROS.
           05 RPS-D-VALOR-COFINS      PIC 9(15) VALUE ZEROS.
           05 RPS-D-VALOR-INSS        PIC 9(15) VALUE ZEROS.
           05 RPS-D-VALOR-IR          PIC 9(15) VALUE ZEROS.
           05 RPS-D-VALOR-CSLL        PIC 9(15) VALUE ZEROS.
           05 RPS-D-DISCRIMINACAO     PIC X(100) VALUE SPACES.
           05 FILLER                  PIC X(05) VALUE SPACES.

       01 RPS-RODAPE-FIELDS.
           05 RPS-R-TIPO-REG          PIC X(01) VALUE '9'.
           05 RPS-R-QTD-LINHAS        PIC 9(07) VALUE ZEROS.
           05 RPS-R-VALOR-SERVICOS    PIC 9(15) VALUE ZEROS.
           05 RPS-R-VALOR-DEDUCOES    PIC 9(15) VALUE ZEROS.
           05 FILLER                  PIC X(362) VALUE SPACES.

       01 LIVRO-TITULO-FIELDS.
           05 FILLER PIC X(46) VALUE
               'LIVRO DE REGISTRO DE RPS E RETENCOES NA FONTE'.

       01 LIVRO-DETALHE-FIELDS.
           05 FILLER PIC X(4) VALUE 'RPS:'.
           05 LIV-D-NUMERO PIC 9(07).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'Emissao:'.
           05 LIV-D-EMISSAO PIC 9(08).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'Cliente:'.
           05 LIV-D-ID-CLIENTE PIC 9(06).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE 'Proj:'.
           05 LIV-D-ID-PROJ PIC 9(06).
           05 FILLER PIC X(1) VALUE '/'.
           05 LIV-D-PARCELA PIC 9(02).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE 'Servico:'.
           05 LIV-D-SERVICO PIC 9(12).
           05 FILLER PIC X(5) VALUE ' ISS:'.
           05 LIV-D-ISS PIC 9(10).
           05 FILLER PIC X(5) VALUE ' Ret:'.
           05 LIV-D-ISS-RET PIC X(01).
           05 FILLER PIC X(5) VALUE ' PIS:'.
           05 LIV-D-PIS PIC 9(10).
           05 FILLER PIC X(8) VALUE ' COFINS:'.
           05 LIV-D-COFINS PIC 9(10).
           05 FILLER PIC X(6) VALUE ' CSLL:'.
           05 LIV-D-CSLL PIC 9(10).
           05 FILLER PIC X(6) VALUE ' IRRF:'.
           05 LIV-D-IRRF PIC 9(10).
           05 FILLER PIC X(9) VALUE ' Liquido:'.
           05 LIV-D-LIQUIDO PIC 9(12).
           05 FILLER PIC X(5) VALUE ' Sit:'.
           05 LIV-D-SITUACAO PIC X(10).

       01 LIVRO-TOTAL-FIELDS.
           05 LIV-T-LABEL PIC X(24).
           05 FILLER PIC X(6) VALUE 'QTD = '.
           05 LIV-T-QTD PIC ZZZ,ZZ9.
           05 FILLER PIC X(9) VALUE ' VALOR = '.
           05 LIV-T-VALOR PIC 9(14).

       01 WS-CTB-MAPA-TABELA.
           05 WS-CTB-MAPA-QTD        PIC 9(04) VALUE ZEROS.
           05 WS-CTB-MAPA-TAB OCCURS 200 TIMES.
               10 WS-TAB-EVENTO-CT      PIC X(10).
               10 WS-TAB-NATUREZA-CT    PIC X(01).
               10 WS-TAB-CONTA-CT       PIC X(20).
               10 WS-TAB-HIST-CT        PIC X(40).

       01 WS-CTB-ACUM-TABELA.
           05 WS-CTB-ACUM-QTD        PIC 9(06) VALUE ZEROS.
           05 WS-CTB-ACUM-TAB OCCURS 10000 TIMES.
               10 WS-TAB-EVENTO-AC      PIC X(10).
               10 WS-TAB-DEP-AC         PIC 9(06).
               10 WS-TAB-PERIODO-AC     PIC 9(06).
               10 WS-TAB-VALOR-AC       PIC 9(14).

       01 WS-CTB-CONTROLE.
           05 WS-CTB-EVENTO          PIC X(10).
           05 WS-CTB-DEP             PIC 9(06) VALUE ZEROS.
           05 WS-CTB-PERIODO         PIC 9(06) VALUE ZEROS.
           05 WS-CTB-VALOR           PIC 9(14) VALUE ZEROS.
           05 WS-CTB-IDX             PIC 9(06) VALUE ZEROS.
           05 WS-CTB-MAPA-IDX        PIC 9(04) VALUE ZEROS.
           05 WS-CTB-ACHADO          PIC X(01).
           05 WS-CTB-MAPEADO         PIC X(01).
           05 WS-CTB-SEQ             PIC 9(07) VALUE ZEROS.
           05 WS-CTB-TOTAL-DEBITO    PIC 9(15) VALUE ZEROS.
           05 WS-CTB-TOTAL-CREDITO   PIC 9(15) VALUE ZEROS.
           05 WS-CTB-SEM-MAPA        PIC 9(06) VALUE ZEROS.

       01 CTB-CABECALHO-FIELDS.
           05 CTB-C-TIPO-REG          PIC X(01) VALUE '0'.
           05 CTB-C-SISTEMA           PIC X(10) VALUE 'CBLZGB04'.
           05 CTB-C-DATA-GERACAO      PIC 9(08) VALUE ZEROS.
           05 CTB-C-SEQ-GERACAO       PIC X(12) VALUE SPACES.
           05 FILLER                  PIC X(119) VALUE SPACES.

       01 CTB-DETALHE-FIELDS.
           05 CTB-D-TIPO-REG          PIC X(01) VALUE '1'.
           05 CTB-D-SEQ               PIC 9(07) VALUE ZEROS.
           05 CTB-D-DATA-LANCTO       PIC 9(08) VALUE ZEROS.
           05 CTB-D-PERIODO           PIC 9(06) VALUE ZEROS.
           05 CTB-D-NATUREZA          PIC X(01) VALUE SPACES.
           05 CTB-D-CONTA             PIC X(20) VALUE SPACES.
           05 CTB-D-CENTRO-CUSTO      PIC 9(06) VALUE ZEROS.
           05 CTB-D-VALOR             PIC 9(14) VALUE ZEROS.
           05 CTB-D-EVENTO            PIC X(10) VALUE SPACES.
           05 CTB-D-HISTORICO         PIC X(60) VALUE SPACES.
           05 FILLER                  PIC X(17) VALUE SPACES.

       01 CTB-RODAPE-FIELDS.
           05 CTB-R-TIPO-REG          PIC X(01) VALUE '9'.
           05 CTB-R-QTD-LANCTOS       PIC 9(07) VALUE ZEROS.
           05 CTB-R-TOTAL-DEBITO      PIC 9(15) VALUE ZEROS.
           05 CTB-R-TOTAL-CREDITO     PIC 9(15) VALUE ZEROS.
           05 CTB-R-SITUACAO          PIC X(10) VALUE 'FECHADO'.
           05 FILLER                  PIC X(102) VALUE SPACES.

       01 WS-ACU-TABELA.
           05 WS-ACU-QTD             PIC 9(06) VALUE ZEROS.
           05 WS-ACU-TAB OCCURS 30000 TIMES.
               10 WS-TAB-ID-FUNC-AF     PIC 9(06).
               10 WS-TAB-PERIODO-AF     PIC 9(06).
               10 WS-TAB-ID-DEP-AF      PIC 9(06).
               10 WS-TAB-BRUTO-AF       PIC 9(10).
               10 WS-TAB-INSS-AF        PIC 9(10).
               10 WS-TAB-IRRF-AF        PIC 9(10).
               10 WS-TAB-FGTS-AF        PIC 9(10).
               10 WS-TAB-13-PAGO-AF     PIC 9(10).
               10 WS-TAB-RESCISAO-AF    PIC 9(10).
               10 WS-TAB-FERIAS-AF      PIC 9(10).
               10 WS-TAB-RESC-INSS-AF   PIC 9(10).
               10 WS-TAB-RESC-IRRF-AF   PIC 9(10).

       01 WS-ACU-CONTROLE.
           05 WS-ACU-CARREGADA       PIC X(01) VALUE 'N'.
           05 WS-ACU-ID-BUSCA        PIC 9(06) VALUE ZEROS.
           05 WS-ACU-PER-BUSCA       PIC 9(06) VALUE ZEROS.
           05 WS-ACU-POS             PIC 9(06) VALUE ZEROS.
           05 WS-ACU-IDX             PIC 9(06) VALUE ZEROS.
           05 WS-ACU-ACHADO          PIC X(01).
           05 WS-ACU-MES             PIC 9(02) VALUE ZEROS.
           05 WS-ACU-HIST-ACHADO     PIC X(01).
           05 WS-ACU-HIST-FOLHA      PIC 9(14) VALUE ZEROS.
           05 WS-CNT-ACU-DIVERG      PIC 9(06) VALUE ZEROS.

       01 WS-ANU-FUNC-TABELA.
           05 WS-ANU-QTD             PIC 9(06) VALUE ZEROS.
           05 WS-ANU-TAB OCCURS 10000 TIMES.
               10 WS-TAB-ID-FUNC-AN     PIC 9(06).
               10 WS-TAB-BRUTO-AN       PIC 9(12).
               10 WS-TAB-INSS-AN        PIC 9(12).
               10 WS-TAB-IRRF-AN        PIC 9(12).
               10 WS-TAB-FGTS-AN        PIC 9(12).
               10 WS-TAB-13-PAGO-AN     PIC 9(12).
               10 WS-TAB-RESCISAO-AN    PIC 9(12).
               10 WS-TAB-FERIAS-AN      PIC 9(12).

       01 WS-ANU-MES-TABELA.
           05 WS-ANU-MES-TAB OCCURS 12 TIMES.
               10 WS-TAB-FUNCS-AM       PIC 9(06).
               10 WS-TAB-BRUTO-AM       PIC 9(14).
               10 WS-TAB-IRRF-AM        PIC 9(14).

       01 WS-ANU-CONTROLE.
           05 WS-ANU-IDX             PIC 9(06) VALUE ZEROS.
           05 WS-ANU-POS             PIC 9(06) VALUE ZEROS.
           05 WS-ANU-ACHADO          PIC X(01).
           05 WS-ANU-PERIODO         PIC 9(06) VALUE ZEROS.
           05 WS-ANU-TOT-BRUTO       PIC 9(14) VALUE ZEROS.
           05 WS-ANU-TOT-IRRF        PIC 9(14) VALUE ZEROS.

       01 INFORME-TITULO-FIELDS.
           05 FILLER PIC X(51) VALUE
               'COMPROVANTE DE RENDIMENTOS PAGOS E DE IMPOSTO SOBRE'.
           05 FILLER PIC X(38) VALUE
               ' A RENDA RETIDO NA FONTE - ANO-CALEND.'.
           05 INF-T-ANO PIC 9(04).

       01 INFORME-FUNC-FIELDS.
           05 FILLER PIC X(13) VALUE 'Funcionario: '.
           05 INF-F-ID-FUNC PIC 9(06).
           05 FILLER PIC X(2) VALUE SPACES.
           05 INF-F-NOME PIC X(60).
           05 FILLER PIC X(6) VALUE ' CPF: '.
           05 INF-F-CPF PIC X(14).

       01 INFORME-LINHA-FIELDS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 INF-L-DESCRICAO PIC X(50).
           05 FILLER PIC X(3) VALUE ' : '.
           05 INF-L-VALOR PIC 9(12).

       01 RESUMO-IRRF-TITULO-FIELDS.
           05 FILLER PIC X(41) VALUE
               'RESUMO ANUAL DO IRRF RETIDO - ANO-CALEND.'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 RIR-T-ANO PIC 9(04).

       01 RESUMO-IRRF-MES-FIELDS.
           05 FILLER PIC X(8) VALUE 'Periodo:'.
           05 RIR-M-PERIODO PIC 9(06).
           05 FILLER PIC X(15) VALUE ' Funcionarios: '.
           05 RIR-M-FUNCS PIC ZZZ,ZZ9.
           05 FILLER PIC X(15) VALUE ' Rendimentos: '.
           05 RIR-M-BRUTO PIC 9(14).
           05 FILLER PIC X(8) VALUE ' IRRF: '.
           05 RIR-M-IRRF PIC 9(14).
           05 FILLER PIC X(14) VALUE ' Folha hist.: '.
           05 RIR-M-HIST PIC 9(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RIR-M-SITUACAO PIC X(16).

       01 RESUMO-IRRF-TOTAL-FIELDS.
           05 FILLER PIC X(22) VALUE 'TOTAL DO ANO - RENDIM.'.
           05 FILLER PIC X(3) VALUE ' : '.
           05 RIR-T-BRUTO PIC 9(14).
           05 FILLER PIC X(9) VALUE ' IRRF : '.
           05 RIR-T-IRRF PIC 9(14).
           05 FILLER PIC X(21) VALUE ' MESES DIVERGENTES : '.
           05 RIR-T-DIVERG PIC ZZ9.

       01 APONTAMENTOS-EXCECAO-FIELDS.
           05 FILLER PIC X(11) VALUE 'ID-Projeto:'.
           05 EXC-AP-ID-PROJ PIC 9(06).
           05 WS-CNT-REM-EXC          PIC 9(06) VALUE ZEROS.
           05 WS-REM-CONTAS-POR-FUNC PIC 9(04) VALUE ZEROS
               OCCURS 10000 TIMES.
           05 WS-REM-PRINC-POR-FUNC  PIC 9(06) VALUE ZEROS
               OCCURS 10000 TIMES.
           05 WS-CNT-REM-NAO-PRINC   PIC 9(06) VALUE ZEROS.

       01 REMESSA-EXCECAO-FIELDS.
           05 FILLER PIC X(9) VALUE 'ID-Func:'.
           05 CNAB9-QTD-REGISTROS     PIC 9(06) VALUE ZEROS.
           05 FILLER                  PIC X(211) VALUE SPACES.

       01 CNABC1-HEADER-LOTE.
           05 CNABC1-BANCO            PIC 9(03) VALUE 1.
           05 CNABC1-LOTE             PIC 9(04) VALUE 1.
           05 CNABC1-TIPO-REG         PIC 9(01) VALUE 1.
           05 CNABC1-OPERACAO         PIC X(01) VALUE 'R'.
           05 CNABC1-SERVICO          PIC 9(02) VALUE 1.
           05 FILLER                  PIC X(02) VALUE SPACES.
           05 CNABC1-VERSAO           PIC 9(03) VALUE 40.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CNABC1-TIPO-INSCR       PIC 9(01) VALUE 2.
           05 CNABC1-INSCRICAO        PIC 9(15) VALUE ZEROS.
           05 CNABC1-CONVENIO         PIC X(20) VALUE SPACES.
           05 CNABC1-AGENCIA          PIC 9(05) VALUE ZEROS.
           05 CNABC1-AGENCIA-DV       PIC X(01) VALUE SPACES.
           05 CNABC1-CONTA            PIC 9(12) VALUE ZEROS.
           05 CNABC1-CONTA-DV         PIC X(01) VALUE SPACES.
           05 CNABC1-DV-AG-CONTA      PIC X(01) VALUE SPACES.
           05 CNABC1-NOME-EMPRESA     PIC X(30) VALUE 'EMPRESA'.
           05 CNABC1-MENSAGEM-1       PIC X(40) VALUE SPACES.
           05 CNABC1-MENSAGEM-2       PIC X(40) VALUE SPACES.
           05 CNABC1-NUM-REMESSA      PIC 9(08) VALUE ZEROS.
           05 CNABC1-DATA-GRAVACAO    PIC 9(08) VALUE ZEROS.
           05 CNABC1-DATA-CREDITO     PIC 9(08) VALUE ZEROS.
           05 FILLER                  PIC X(33) VALUE SPACES.

       01 CNAB3P-SEGMENTO-P.
           05 CNAB3P-BANCO            PIC 9(03) VALUE 1.
           05 CNAB3P-LOTE             PIC 9(04) VALUE 1.
           05 CNAB3P-TIPO-REG         PIC 9(01) VALUE 3.
           05 CNAB3P-NSR              PIC 9(05) VALUE ZEROS.
           05 CNAB3P-SEGMENTO         PIC X(01) VALUE 'P'.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CNAB3P-MOVIMENTO        PIC 9(02) VALUE 1.
           05 CNAB3P-AGENCIA          PIC 9(05) VALUE ZEROS.
           05 CNAB3P-AGENCIA-DV       PIC X(01) VALUE SPACES.
           05 CNAB3P-CONTA            PIC 9(12) VALUE ZEROS.
           05 CNAB3P-CONTA-DV         PIC X(01) VALUE SPACES.
           05 CNAB3P-DV-AG-CONTA      PIC X(01) VALUE SPACES.
           05 CNAB3P-NOSSO-NUM        PIC X(20) VALUE SPACES.
           05 CNAB3P-CARTEIRA         PIC 9(01) VALUE 1.
           05 CNAB3P-CADASTRAMENTO    PIC 9(01) VALUE 1.
           05 CNAB3P-TIPO-DOC         PIC X(01) VALUE '1'.
           05 CNAB3P-EMISSAO-BOLETO   PIC 9(01) VALUE 2.
           05 CNAB3P-DISTRIBUICAO     PIC X(01) VALUE '2'.
           05 CNAB3P-NUM-DOC          PIC X(15) VALUE SPACES.
           05 CNAB3P-VENCIMENTO       PIC 9(08) VALUE ZEROS.
           05 CNAB3P-VALOR            PIC 9(15) VALUE ZEROS.
           05 CNAB3P-AGENCIA-COBR     PIC 9(05) VALUE ZEROS.
           05 CNAB3P-AGENCIA-COBR-DV  PIC X(01) VALUE SPACES.
           05 CNAB3P-ESPECIE          PIC 9(02) VALUE 2.
           05 CNAB3P-ACEITE           PIC X(01) VALUE 'N'.
           05 CNAB3P-DATA-EMISSAO     PIC 9(08) VALUE ZEROS.
           05 CNAB3P-COD-JUROS        PIC 9(01) VALUE 2.
           05 CNAB3P-DATA-JUROS       PIC 9(08) VALUE ZEROS.
           05 CNAB3P-JUROS            PIC 9(15) VALUE ZEROS.
           05 CNAB3P-COD-DESCONTO     PIC 9(01) VALUE ZEROS.
           05 CNAB3P-DATA-DESCONTO    PIC 9(08) VALUE ZEROS.
           05 CNAB3P-DESCONTO         PIC 9(15) VALUE ZEROS.
           05 CNAB3P-IOF              PIC 9(15) VALUE ZEROS.
           05 CNAB3P-ABATIMENTO       PIC 9(15) VALUE ZEROS.
           05 CNAB3P-USO-EMPRESA      PIC X(25) VALUE SPACES.
           05 CNAB3P-COD-PROTESTO     PIC 9(01) VALUE 3.
           05 CNAB3P-PRAZO-PROTESTO   PIC 9(02) VALUE ZEROS.
           05 CNAB3P-COD-BAIXA        PIC 9(01) VALUE 1.
           05 CNAB3P-PRAZO-BAIXA      PIC 9(03) VALUE 60.
           05 CNAB3P-MOEDA            PIC 9(02) VALUE 9.
           05 CNAB3P-CONTRATO         PIC 9(10) VALUE ZEROS.
           05 FILLER                  PIC X(01) VALUE SPACES.

       01 CNAB3Q-SEGMENTO-Q.
           05 CNAB3Q-BANCO            PIC 9(03) VALUE 1.
           05 CNAB3Q-LOTE             PIC 9(04) VALUE 1.
           05 CNAB3Q-TIPO-REG         PIC 9(01) VALUE 3.
           05 CNAB3Q-NSR              PIC 9(05) VALUE ZEROS.
           05 CNAB3Q-SEGMENTO         PIC X(01) VALUE 'Q'.
           05 FILLER                  PIC X(01) VALUE SPACES.
           05 CNAB3Q-MOVIMENTO        PIC 9(02) VALUE 1.
           05 CNAB3Q-TIPO-INSCR       PIC 9(01) VALUE ZEROS.
           05 CNAB3Q-INSCRICAO        PIC 9(15) VALUE ZEROS.
           05 CNAB3Q-NOME             PIC X(40) VALUE SPACES.
           05 CNAB3Q-ENDERECO         PIC X(40) VALUE SPACES.
           05 CNAB3Q-BAIRRO           PIC X(15) VALUE SPACES.
           05 CNAB3Q-CEP              PIC 9(05) VALUE ZEROS.
           05 CNAB3Q-CEP-SUFIXO       PIC 9(03) VALUE ZEROS.
           05 CNAB3Q-CIDADE           PIC X(15) VALUE SPACES.
           05 CNAB3Q-UF               PIC X(02) VALUE SPACES.
           05 CNAB3Q-TIPO-INSCR-AVAL  PIC 9(01) VALUE ZEROS.
           05 CNAB3Q-INSCRICAO-AVAL   PIC 9(15) VALUE ZEROS.
           05 CNAB3Q-NOME-AVAL        PIC X(40) VALUE SPACES.
           05 CNAB3Q-BANCO-CORRESP    PIC 9(03) VALUE ZEROS.
           05 CNAB3Q-NOSSO-NUM-CORR   PIC X(20) VALUE SPACES.
           05 FILLER                  PIC X(08) VALUE SPACES.

       01 CNABC5-TRAILER-LOTE.
           05 CNABC5-BANCO            PIC 9(03) VALUE 1.
           05 CNABC5-LOTE             PIC 9(04) VALUE 1.
           05 CNABC5-TIPO-REG         PIC 9(01) VALUE 5.
           05 FILLER                  PIC X(09) VALUE SPACES.
           05 CNABC5-QTD-REGISTROS    PIC 9(06) VALUE ZEROS.
           05 CNABC5-QTD-TITULOS      PIC 9(06) VALUE ZEROS.
           05 CNABC5-VALOR-TITULOS    PIC 9(17) VALUE ZEROS.
           05 FILLER                  PIC X(194) VALUE SPACES.

       01 WS-NSA-ATUAL              PIC 9(06) VALUE ZEROS.

       01 WS-CNAB-CONTROLE.
           05 WS-CALC-FGTS           PIC 9(10) VALUE ZEROS.
           05 WS-CALC-LIQUIDO        PIC 9(10) VALUE ZEROS.
           05 WS-CALC-BASE-IRRF      PIC 9(10) VALUE ZEROS.
           05 WS-CALC-INC-INSS       PIC 9(10) VALUE ZEROS.
           05 WS-CALC-INC-IRRF       PIC 9(10) VALUE ZEROS.
           05 WS-CALC-INC-FGTS       PIC 9(10) VALUE ZEROS.
           05 WS-CALC-FAIXA-INI      PIC 9(10) VALUE ZEROS.
           05 WS-CALC-FAIXA-FIM      PIC 9(10) VALUE ZEROS.
           05 WS-CALC-IRRF-BRUTO     PIC S9(12)V9(02) VALUE ZEROS.
           05 WS-CALC-ACHADO         PIC X(01).
           05 WS-D-IDX               PIC 9(06) VALUE ZEROS.

       01 WS-EVENTOS-TABELA.
           05 WS-EVT-QTD             PIC 9(04) VALUE ZEROS.
           05 WS-EVT-TAB OCCURS 500 TIMES.
               10 WS-TAB-COD-EV         PIC X(04).
               10 WS-TAB-DESC-EV        PIC X(30).
               10 WS-TAB-NATUREZA-EV    PIC X(01).
               10 WS-TAB-INSS-EV        PIC X(01).
               10 WS-TAB-IRRF-EV        PIC X(01).
               10 WS-TAB-FGTS-EV        PIC X(01).
               10 WS-TAB-FORMA-EV       PIC X(01).
               10 WS-TAB-PERC-EV        PIC 9(03)V9(02).
       01 WS-EVT-CARREGADA          PIC X(01) VALUE 'N'.
       01 WS-CNT-EVT-TABELA         PIC 9(06) VALUE ZEROS.

       01 WS-EVENTOS-MES-TABELA.
           05 WS-EVM-QTD             PIC 9(06) VALUE ZEROS.
           05 WS-EVM-TAB OCCURS 20000 TIMES.
               10 WS-TAB-ID-FUNC-EM     PIC 9(06).
               10 WS-TAB-POS-EV-EM      PIC 9(04).
               10 WS-TAB-QTD-EM         PIC 9(04)V9(02).
               10 WS-TAB-VALOR-EM       PIC 9(10).

       01 WS-HORAS-FOLHA-TABELA.
           05 WS-HRF-QTD             PIC 9(06) VALUE ZEROS.
           05 WS-HRF-TAB OCCURS 5000 TIMES.
               10 WS-TAB-ID-FUNC-HF     PIC 9(06).
               10 WS-TAB-HORAS-HF       PIC 9(06).

       01 WS-EVENTOS-FUNC-TABELA.
           05 WS-EVF-QTD             PIC 9(04) VALUE ZEROS.
           05 WS-EVF-TAB OCCURS 200 TIMES.
               10 WS-TAB-POS-EV-EF      PIC 9(04).
               10 WS-TAB-QTD-EF         PIC 9(04)V9(02).
               10 WS-TAB-VALOR-EF       PIC 9(10).

       01 WS-EVENTO-CONTROLE.
           05 WS-EVT-IDX             PIC 9(04) VALUE ZEROS.
           05 WS-EVT-POS             PIC 9(04) VALUE ZEROS.
           05 WS-EVT-COD-BUSCA       PIC X(04).
           05 WS-EVM-IDX             PIC 9(06) VALUE ZEROS.
           05 WS-EVF-IDX             PIC 9(04) VALUE ZEROS.
           05 WS-HRF-IDX             PIC 9(06) VALUE ZEROS.
           05 WS-HRF-ACHADO          PIC X(01).
           05 WS-EVT-VALIDO          PIC X(01).
           05 WS-EVT-MOTIVO          PIC X(60).
           05 WS-EVT-SAL-BASE        PIC 9(10) VALUE ZEROS.
           05 WS-EVT-PERC            PIC 9(03)V9(02) VALUE ZEROS.
           05 WS-EVT-QTD-CALC        PIC 9(04)V9(02) VALUE ZEROS.
           05 WS-EVT-VALOR           PIC 9(10) VALUE ZEROS.
           05 WS-EVT-HORAS-FUNC      PIC 9(06) VALUE ZEROS.
           05 WS-EVT-HORAS-EXTRAS    PIC 9(06) VALUE ZEROS.
           05 WS-EVT-TOTAL-HE        PIC 9(10) VALUE ZEROS.
           05 WS-EVT-PROVENTOS       PIC 9(10) VALUE ZEROS.
           05 WS-EVT-DESCONTOS       PIC 9(10) VALUE ZEROS.
           05 WS-EVT-BASE-INSS       PIC S9(11) VALUE ZEROS.
           05 WS-EVT-BASE-IRRF       PIC S9(11) VALUE ZEROS.
           05 WS-EVT-BASE-FGTS       PIC S9(11) VALUE ZEROS.
           05 WS-EVT-LIQUIDO         PIC S9(11) VALUE ZEROS.
           05 WS-CNT-EVT-LIDOS       PIC 9(06) VALUE ZEROS.
           05 WS-CNT-EVT-ACEITOS     PIC 9(06) VALUE ZEROS.
           05 WS-CNT-EVT-REJEITADOS  PIC 9(06) VALUE ZEROS.
           05 WS-CNT-EVT-HE          PIC 9(06) VALUE ZEROS.

       01 WS-FOLHA-LIQ-TABELA.
           05 WS-FLQ-QTD             PIC 9(06) VALUE ZEROS.
           05 WS-FLQ-TAB OCCURS 5000 TIMES.
               10 WS-TAB-ID-FUNC-FL     PIC 9(06).
               10 WS-TAB-PERIODO-FL     PIC 9(06).
               10 WS-TAB-LIQUIDO-FL     PIC 9(10).

       01 WS-FLQ-CONTROLE.
           05 WS-FLQ-IDX             PIC 9(06) VALUE ZEROS.
           05 WS-FLQ-ACHADO          PIC X(01).
           05 WS-FLQ-ID-BUSCA        PIC 9(06) VALUE ZEROS.

       01 FOLHA-EVENTO-FIELDS.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(7) VALUE 'Evento:'.
           05 FOLHA-EV-CODIGO PIC X(04).
           05 FILLER PIC X(1) VALUE SPACES.
           05 FOLHA-EV-DESCRICAO PIC X(30).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FOLHA-EV-NATUREZA PIC X(08).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE 'Qtd:'.
           05 FOLHA-EV-QTD PIC ZZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(6) VALUE 'Valor:'.
           05 FOLHA-EV-VALOR PIC 9(10).

       01 FOLHA-DETALHE-FIELDS.
           05 FILLER PIC X(12) VALUE 'Funcionario:'.
           05 FOLHA-S-NOME-FUNC PIC X(100).
           05 WS-CPF-DV2-INF         PIC 9(01).
       01 WS-CPF-REPDIGITO           PIC X(01).

       01 WS-LGPD-POLITICA-VALORES.
           05 FILLER PIC X(21) VALUE 'CLIENTES-S          M'.
           05 FILLER PIC X(21) VALUE 'FUNCIONARIOS-S      M'.
           05 FILLER PIC X(21) VALUE 'CLIENTES-I          M'.
           05 FILLER PIC X(21) VALUE 'FUNCIONARIOS-I      M'.
           05 FILLER PIC X(21) VALUE 'DESCARGA-S          M'.
           05 FILLER PIC X(21) VALUE 'MOVIMENTACAO-S      M'.
       01 WS-LGPD-POLITICA-TAB REDEFINES WS-LGPD-POLITICA-VALORES.
           05 WS-LGPD-POL OCCURS 6 TIMES.
               10 WS-LGPD-POL-SAIDA     PIC X(20).
               10 WS-LGPD-POL-REGRA     PIC X(01).

       01 WS-LGPD-CONTROLE.
           05 WS-LGPD-SAIDA          PIC X(20).
           05 WS-LGPD-REGRA          PIC X(01).
           05 WS-LGPD-POL-IDX        PIC 9(02) VALUE ZEROS.
           05 WS-LGPD-ACHADO         PIC X(01).
           05 WS-LGPD-CPF            PIC X(14).
           05 WS-LGPD-EMAIL          PIC X(50).
           05 WS-LGPD-TELEFONE       PIC X(50).
           05 WS-LGPD-ENDERECO       PIC X(100).
           05 WS-LGPD-ORIGINAL       PIC X(100).
           05 WS-LGPD-POS            PIC 9(04) VALUE ZEROS.
           05 WS-LGPD-TAM            PIC 9(04) VALUE ZEROS.
           05 WS-LGPD-IDX            PIC 9(04) VALUE ZEROS.
           05 WS-LGPD-TAB-IDX        PIC 9(06) VALUE ZEROS.
           05 WS-LGPD-CPF-BUSCA      PIC X(11).
           05 WS-LGPD-PERC-ED        PIC ZZ9.99.
           05 WS-LGPD-CORTE          PIC 9(06) VALUE ZEROS.
           05 WS-LGPD-ULT-PERIODO    PIC 9(06) VALUE ZEROS.
           05 WS-LGPD-PER-AUX        PIC 9(06) VALUE ZEROS.
           05 WS-LGPD-DATA-TXT       PIC X(06).
           05 WS-LGPD-DATA REDEFINES WS-LGPD-DATA-TXT
                                     PIC 9(06).
           05 WS-LGPD-PSEUDONIMO     PIC X(40).
           05 WS-LGPD-CPF-PSEUDO     PIC X(14).
           05 WS-LGPD-ELEGIVEL       PIC X(01).
           05 WS-CNT-ANON-CLI        PIC 9(06) VALUE ZEROS.
           05 WS-CNT-ANON-FUNC       PIC 9(06) VALUE ZEROS.
           05 WS-CNT-ANON-SEM-DATA   PIC 9(06) VALUE ZEROS.
           05 WS-CNT-TITULAR         PIC 9(06) VALUE ZEROS.

       01 ANONIMIZACAO-TITULO-FIELDS.
           05 FILLER PIC X(45) VALUE
               'LOG DE ANONIMIZACAO DE DADOS PESSOAIS'.

       01 ANON-PARAMETROS-FIELDS.
           05 FILLER PIC X(17) VALUE 'RETENCAO (ANOS): '.
           05 ANON-P-RETENCAO PIC Z9.
           05 FILLER PIC X(30) VALUE
               '   SEM ATIVIDADE DESDE ANTES: '.
           05 ANON-P-CORTE PIC 9(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 ANON-P-MODO PIC X(40).

       01 ANON-DETALHE-FIELDS.
           05 FILLER PIC X(5) VALUE 'Tipo:'.
           05 ANON-D-TIPO PIC X(12).
           05 FILLER PIC X(3) VALUE 'ID:'.
           05 ANON-D-ID PIC 9(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE 'CPF:'.
           05 ANON-D-CPF PIC X(14).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(14) VALUE 'Ult-Atividade:'.
           05 ANON-D-ULT-ATIV PIC 9(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(11) VALUE 'Pseudonimo:'.
           05 ANON-D-PSEUDONIMO PIC X(40).
           05 FILLER PIC X(9) VALUE 'Situacao:'.
           05 ANON-D-SITUACAO PIC X(32).

       01 ANON-TOTAL-FIELDS.
           05 FILLER PIC X(23) VALUE 'CLIENTES ANONIMIZADOS: '.
           05 ANON-T-CLI PIC ZZZ,ZZ9.
           05 FILLER PIC X(30) VALUE
               '   FUNCIONARIOS ANONIMIZADOS: '.
           05 ANON-T-FUNC PIC ZZZ,ZZ9.
           05 FILLER PIC X(34) VALUE
               '   SEM DATA DE REFERENCIA, MANT.: '.
           05 ANON-T-SEM-DATA PIC ZZZ,ZZ9.

       01 TITULAR-TITULO-FIELDS.
           05 FILLER PIC X(45) VALUE
               'RELATORIO DO TITULAR DE DADOS PESSOAIS'.

       01 TITULAR-CPF-FIELDS.
           05 FILLER PIC X(16) VALUE 'CPF CONSULTADO: '.
           05 TIT-CPF PIC X(14).

       01 TITULAR-SECAO-FIELDS.
           05 FILLER PIC X(2) VALUE SPACES.
           05 TIT-S-TEXTO PIC X(60).
           05 FILLER PIC X(4) VALUE ' ID '.
           05 TIT-S-ID PIC 9(06).

       01 TITULAR-CAMPO-FIELDS.
           05 FILLER PIC X(6) VALUE SPACES.
           05 TIT-C-CAMPO PIC X(20).
           05 FILLER PIC X(2) VALUE ': '.
           05 TIT-C-VALOR PIC X(100).

       01 TITULAR-TOTAL-FIELDS.
           05 FILLER PIC X(23) VALUE 'REGISTROS ENCONTRADOS: '.
           05 TIT-T-QTD PIC ZZZ,ZZ9.

       01 WS-CNPJ-TXT                PIC X(18).
       01 WS-CNPJ-PARTES REDEFINES WS-CNPJ-TXT.
           05 WS-CNPJ-P1             PIC 9(02).
           05 PROJETOSFUNCIONARIOS-ID-FUNC.
               10 FILLER PIC X(8) VALUE 'ID-Func:'.
               10 ARQ-S-ID-FUNC-FUNC-PROJ PIC 9(06).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PROJETOSFUNCIONARIOS-PERC.
               10 FILLER PIC X(5) VALUE 'Perc:'.
               10 ARQ-S-PERC-FUNC-PROJ PIC ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 PROJETOSFUNCIONARIOS-INICIO.
               10 FILLER PIC X(7) VALUE 'Inicio:'.
               10 ARQ-S-DT-INICIO-FUNC-PROJ PIC 9(08).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PROJETOSFUNCIONARIOS-FIM.
               10 FILLER PIC X(4) VALUE 'Fim:'.
               10 ARQ-S-DT-FIM-FUNC-PROJ PIC 9(08).
           05 FILLER PIC X(3) VALUE SPACES.
           05 PROJETOSFUNCIONARIOS-PAPEL.
               10 FILLER PIC X(6) VALUE 'Papel:'.
               10 ARQ-S-PAPEL-FUNC-PROJ PIC X(30).

       01 CONTAS-FIELDS.
           05 CONTAS-ID.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CONTAS-TIPO.
               10 FILLER PIC X(5) VALUE 'Tipo:'.
               10 ARQ-S-TIPO-CONTA PIC X(20).
           05 FILLER PIC X(7) VALUE ' Princ:'.
           05 ARQ-S-PRINCIPAL-CONTA PIC X(01).
           05 FILLER PIC X(5) VALUE ' Vig:'.
           05 ARQ-S-DT-VIG-CONTA PIC 9(08).
           05 FILLER PIC X(5) VALUE ' Enc:'.
           05 ARQ-S-DT-ENC-CONTA PIC 9(08).

       PROCEDURE DIVISION.
           PERFORM 1000-INICIALIZAR.
               PERFORM 2900-GERAR-FATURAMENTO
           END-IF.

           MOVE '2970' TO WS-PAR-SECAO-TESTE.
           PERFORM 1150-VERIFICAR-SECAO.
           IF WS-PAR-SECAO-EXECUTAR EQUAL 'S'
               PERFORM 2970-GERAR-LANCAMENTOS-CONTABEIS
           END-IF.

           MOVE '2980' TO WS-PAR-SECAO-TESTE.
           PERFORM 1150-VERIFICAR-SECAO.
           IF WS-PAR-SECAO-EXECUTAR EQUAL 'S'
                   AND WS-PAR-ANO-FECHAMENTO GREATER THAN ZEROS
               PERFORM 2980-FECHAMENTO-ANUAL
           END-IF.

           MOVE '2990' TO WS-PAR-SECAO-TESTE.
           PERFORM 1150-VERIFICAR-SECAO.
           IF WS-PAR-SECAO-EXECUTAR EQUAL 'S'
                   AND WS-PAR-TITULAR-CPF NOT EQUAL SPACES
               PERFORM 2990-GERAR-RELATORIO-TITULAR
           END-IF.

           MOVE '2995' TO WS-PAR-SECAO-TESTE.
           PERFORM 1150-VERIFICAR-SECAO.
           IF WS-PAR-SECAO-EXECUTAR EQUAL 'S'
                   AND WS-PAR-ANONIMIZAR EQUAL 'S'
               PERFORM 2995-ANONIMIZAR-DADOS
           END-IF.

           MOVE '2950' TO WS-PAR-SECAO-TESTE.
           PERFORM 1150-VERIFICAR-SECAO.
           IF WS-PAR-SECAO-EXECUTAR EQUAL 'S'
               PERFORM 2950-GERAR-MOVIMENTACAO
           END-IF.

           PERFORM 3000-FINALIZAR.
           PERFORM 3050-DEFINIR-CODIGO-RETORNO.

           STOP RUN.
                               DISPLAY 'PARAMETROS: LIMITE-VAR '
                                   'INVALIDO: ' ARQ-P-VALOR(1:3)
                           END-IF
                       WHEN 'EVENTO-HE'
                           MOVE ARQ-P-VALOR(1:4) TO WS-PAR-EVENTO-HE
                       WHEN 'EVENTO-DSR'
                           MOVE ARQ-P-VALOR(1:4) TO WS-PAR-EVENTO-DSR
                       WHEN 'EVENTO-DIS'
                           MOVE ARQ-P-VALOR(1:4) TO WS-PAR-EVENTO-DIS
                       WHEN 'JUROS-MES'
                           IF ARQ-P-VALOR(1:5) NUMERIC
                               MOVE ARQ-P-VALOR(1:5) TO WS-PAR-TAXA-TXT
                               MOVE WS-PAR-TAXA TO WS-PAR-JUROS-MES
                           ELSE
                               DISPLAY 'PARAMETROS: JUROS-MES '
                                   'INVALIDO: ' ARQ-P-VALOR(1:5)
                           END-IF
                       WHEN 'MIN-RETENC'
                           IF ARQ-P-VALOR(1:6) NUMERIC
                               MOVE ARQ-P-VALOR(1:6)
                                   TO WS-PAR-MIN-RETENCAO
                           ELSE
                               DISPLAY 'PARAMETROS: MIN-RETENC '
                                   'INVALIDO: ' ARQ-P-VALOR(1:6)
                           END-IF
                       WHEN 'INSC-MUNIC'
                           IF ARQ-P-VALOR(1:8) NUMERIC
                               MOVE ARQ-P-VALOR(1:8)
                                   TO WS-PAR-INSC-MUNIC
                           ELSE
                               DISPLAY 'PARAMETROS: INSC-MUNIC '
                                   'INVALIDA: ' ARQ-P-VALOR(1:8)
                           END-IF
                       WHEN 'COD-SERV'
                           IF ARQ-P-VALOR(1:5) NUMERIC
                               MOVE ARQ-P-VALOR(1:5)
                                   TO WS-PAR-COD-SERVICO
                           ELSE
                               DISPLAY 'PARAMETROS: COD-SERV '
                                   'INVALIDO: ' ARQ-P-VALOR(1:5)
                           END-IF
                       WHEN 'QUARENTENA'
                           IF ARQ-P-VALOR(1:3) NUMERIC
                               MOVE ARQ-P-VALOR(1:3)
                                   TO WS-PAR-DIAS-QUARENTENA
                           ELSE
                               DISPLAY 'PARAMETROS: QUARENTENA '
                                   'INVALIDO: ' ARQ-P-VALOR(1:3)
                           END-IF
                       WHEN 'ALOC-MIN'
                           IF ARQ-P-VALOR(1:3) NUMERIC
                               MOVE ARQ-P-VALOR(1:3)
                                   TO WS-PAR-ALOC-MINIMA
                           ELSE
                               DISPLAY 'PARAMETROS: ALOC-MIN '
                                   'INVALIDO: ' ARQ-P-VALOR(1:3)
                           END-IF
                       WHEN 'PREV-MESES'
                           IF ARQ-P-VALOR(1:3) NUMERIC
                               MOVE ARQ-P-VALOR(1:3)
                                   TO WS-PAR-PREV-MESES
                           ELSE
                               DISPLAY 'PARAMETROS: PREV-MESES '
                                   'INVALIDO: ' ARQ-P-VALOR(1:3)
                           END-IF
                       WHEN 'MASCARA'
                           MOVE ARQ-P-VALOR(1:20) TO WS-LGPD-SAIDA
                           MOVE ARQ-P-VALOR(21:1) TO WS-LGPD-REGRA
                           PERFORM 1055-DEFINIR-POLITICA-LGPD
                       WHEN 'ANONIMIZAR'
                           MOVE ARQ-P-VALOR(1:1) TO WS-PAR-ANONIMIZAR
                       WHEN 'RET-LGPD'
                           IF ARQ-P-VALOR(1:2) NUMERIC
                                   AND ARQ-P-VALOR(1:2) NOT EQUAL '00'
                               MOVE ARQ-P-VALOR(1:2)
                                   TO WS-PAR-RETENCAO-LGPD
                           ELSE
                               DISPLAY 'PARAMETROS: RET-LGPD '
                                   'INVALIDO: ' ARQ-P-VALOR(1:2)
                           END-IF
                       WHEN 'TITULAR'
                           MOVE ARQ-P-VALOR(1:14) TO WS-PAR-TITULAR-CPF
                       WHEN 'FECHA-ANO'
                           IF ARQ-P-VALOR(1:4) NUMERIC
                               MOVE ARQ-P-VALOR(1:4)
                                   TO WS-PAR-ANO-FECHAMENTO
                           ELSE
                               DISPLAY 'PARAMETROS: FECHA-ANO '
                                   'INVALIDO: ' ARQ-P-VALOR(1:4)
                           END-IF
                       WHEN 'MULTA-MORA'
                           IF ARQ-P-VALOR(1:5) NUMERIC
                               MOVE ARQ-P-VALOR(1:5) TO WS-PAR-TAXA-TXT
                               MOVE WS-PAR-TAXA TO WS-PAR-MULTA-MORA
                           ELSE
                               DISPLAY 'PARAMETROS: MULTA-MORA '
                                   'INVALIDA: ' ARQ-P-VALOR(1:5)
                           END-IF
                       WHEN SPACES
                           CONTINUE
                       WHEN OTHER
       1050-LER-PARAMETROS-FIM.
           EXIT.

       1055-DEFINIR-POLITICA-LGPD SECTION.
           MOVE 'N' TO WS-LGPD-ACHADO.

           IF WS-LGPD-REGRA NOT EQUAL 'M'
                   AND WS-LGPD-REGRA NOT EQUAL 'A'
               DISPLAY 'PARAMETROS: MASCARA INVALIDA: '
                   WS-LGPD-SAIDA ' ' WS-LGPD-REGRA
           ELSE
               PERFORM VARYING WS-LGPD-POL-IDX FROM 1 BY 1
                       UNTIL WS-LGPD-POL-IDX GREATER THAN 6
                   IF WS-LGPD-POL-SAIDA(WS-LGPD-POL-IDX)
                           EQUAL WS-LGPD-SAIDA
                       MOVE WS-LGPD-REGRA
                           TO WS-LGPD-POL-REGRA(WS-LGPD-POL-IDX)
                       MOVE 'S' TO WS-LGPD-ACHADO
                   END-IF
               END-PERFORM
               IF WS-LGPD-ACHADO NOT EQUAL 'S'
                   DISPLAY 'PARAMETROS: MASCARA SAIDA DESCONHECIDA: '
                       WS-LGPD-SAIDA
               END-IF
           END-IF.

       1055-DEFINIR-POLITICA-LGPD-FIM.
           EXIT.

       1100-MONTAR-NOMES-ARQUIVOS SECTION.
           MOVE SPACES TO WS-ARQ-CLIENTES.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-UTILIZACAO-S.

           MOVE SPACES TO WS-ARQ-TRCT-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'TRCT-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-TRCT-S.

           MOVE SPACES TO WS-ARQ-EVENTOS-FOLHA.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'EVENTOS-FOLHA.txt' DELIMITED BY SIZE
               INTO WS-ARQ-EVENTOS-FOLHA.

           MOVE SPACES TO WS-ARQ-TAB-EVENTOS.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'TABELA-EVENTOS.txt' DELIMITED BY SIZE
               INTO WS-ARQ-TAB-EVENTOS.

           MOVE SPACES TO WS-ARQ-RET-COBRANCA.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'RETORNO-COBRANCA.txt' DELIMITED BY SIZE
               INTO WS-ARQ-RET-COBRANCA.

           MOVE SPACES TO WS-ARQ-REM-COBRANCA-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'REMESSA-COBRANCA-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-REM-COBRANCA-S.

           MOVE SPACES TO WS-ARQ-NAO-APLICADOS-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'NAO-APLICADOS-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-NAO-APLICADOS-S.

           MOVE SPACES TO WS-ARQ-TAB-TRIBUTOS.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'TABELA-TRIBUTOS.txt' DELIMITED BY SIZE
               INTO WS-ARQ-TAB-TRIBUTOS.

           MOVE SPACES TO WS-ARQ-REGISTRO-RPS.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'REGISTRO-RPS.txt' DELIMITED BY SIZE
               INTO WS-ARQ-REGISTRO-RPS.

           MOVE SPACES TO WS-ARQ-CANCEL-RPS.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'CANCELAMENTOS-RPS.txt' DELIMITED BY SIZE
               INTO WS-ARQ-CANCEL-RPS.

           MOVE SPACES TO WS-ARQ-LOTE-RPS-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'LOTE-RPS-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-LOTE-RPS-S.

           MOVE SPACES TO WS-ARQ-LIVRO-FISCAL-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'LIVRO-FISCAL-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-LIVRO-FISCAL-S.

           MOVE SPACES TO WS-ARQ-TAB-CONTABIL.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'TABELA-CONTABIL.txt' DELIMITED BY SIZE
               INTO WS-ARQ-TAB-CONTABIL.

           MOVE SPACES TO WS-ARQ-LANCAMENTOS-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'LANCAMENTOS-CONTABEIS-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-LANCAMENTOS-S.

           MOVE SPACES TO WS-ARQ-ACUMULADOS.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'ACUMULADOS-FUNC.txt' DELIMITED BY SIZE
               INTO WS-ARQ-ACUMULADOS.

           MOVE SPACES TO WS-ARQ-INFORME-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'INFORME-RENDIMENTOS-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-INFORME-S.

           MOVE SPACES TO WS-ARQ-RESUMO-IRRF-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'RESUMO-IRRF-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-RESUMO-IRRF-S.

           MOVE SPACES TO WS-ARQ-CONTAS-TRANS.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'CONTAS-TRANSACOES.txt' DELIMITED BY SIZE
               INTO WS-ARQ-CONTAS-TRANS.

           MOVE SPACES TO WS-ARQ-CONTAS-HIST.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'CONTAS-HISTORICO.txt' DELIMITED BY SIZE
               INTO WS-ARQ-CONTAS-HIST.

           MOVE SPACES TO WS-ARQ-CONTAS-AUD-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'CONTAS-AUDITORIA-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-CONTAS-AUD-S.

           MOVE SPACES TO WS-ARQ-CONTAS-PEND-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'CONTAS-PENDENTES-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-CONTAS-PEND-S.

           MOVE SPACES TO WS-ARQ-REAJUSTES.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'REAJUSTES-SALARIAIS.txt' DELIMITED BY SIZE
               INTO WS-ARQ-REAJUSTES.

           MOVE SPACES TO WS-ARQ-CARGOS-SAL.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'CARGOS-SALARIOS.txt' DELIMITED BY SIZE
               INTO WS-ARQ-CARGOS-SAL.

           MOVE SPACES TO WS-ARQ-DISSIDIO-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'DISSIDIO-RETROATIVO-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-DISSIDIO-S.

           MOVE SPACES TO WS-ARQ-ALOCACAO-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'ALOCACAO-FUNCIONARIOS-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-ALOCACAO-S.

           MOVE SPACES TO WS-ARQ-PREVISAO-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'PREVISAO-CUSTOS-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-PREVISAO-S.

           MOVE SPACES TO WS-ARQ-ANONIMIZACAO-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'ANONIMIZACAO-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-ANONIMIZACAO-S.

           MOVE SPACES TO WS-ARQ-TITULAR-S.
           STRING WS-PAR-DIRETORIO DELIMITED BY SPACE
                  'TITULAR-DADOS-S' DELIMITED BY SIZE
                  WS-GER-SUFIXO DELIMITED BY SPACE
                  '.txt' DELIMITED BY SIZE
               INTO WS-ARQ-TITULAR-S.

       1100-MONTAR-NOMES-ARQUIVOS-FIM.
           EXIT.

           END-PERFORM.

           IF WS-GER-ACHADO EQUAL 'N'
               IF WS-GER-QTD GREATER THAN OR EQUAL TO 120
                   MOVE 'SAIDAS-GERACAO' TO WS-ABORT-TABELA
                   PERFORM 9100-ABORTAR-CAPACIDADE
               END-IF
       3954-LER-CARGO-ATUAL-FIM.
           EXIT.

       3960-APLICAR-POLITICA-LGPD SECTION.
           MOVE 'M' TO WS-LGPD-REGRA.
           PERFORM VARYING WS-LGPD-POL-IDX FROM 1 BY 1
                   UNTIL WS-LGPD-POL-IDX GREATER THAN 6
               IF WS-LGPD-POL-SAIDA(WS-LGPD-POL-IDX)
                       EQUAL WS-LGPD-SAIDA
                   MOVE WS-LGPD-POL-REGRA(WS-LGPD-POL-IDX)
                       TO WS-LGPD-REGRA
               END-IF
           END-PERFORM.

           IF WS-LGPD-REGRA EQUAL 'M'
               PERFORM 3961-MASCARAR-CPF
               PERFORM 3962-MASCARAR-EMAIL
               PERFORM 3963-MASCARAR-TELEFONE
               PERFORM 3964-MASCARAR-ENDERECO
           END-IF.

       3960-APLICAR-POLITICA-LGPD-FIM.
           EXIT.

       3961-MASCARAR-CPF SECTION.
           IF WS-LGPD-CPF EQUAL SPACES
                   OR WS-LGPD-CPF(1:5) EQUAL 'ANON-'
               CONTINUE
           ELSE
               MOVE WS-LGPD-CPF TO WS-LGPD-ORIGINAL
               MOVE SPACES TO WS-LGPD-CPF
               IF WS-LGPD-ORIGINAL(4:1) EQUAL '.'
                       AND WS-LGPD-ORIGINAL(8:1) EQUAL '.'
                   STRING '***.' WS-LGPD-ORIGINAL(5:7) '-**'
                       DELIMITED BY SIZE INTO WS-LGPD-CPF
               ELSE
                   IF WS-LGPD-ORIGINAL(1:11) NUMERIC
                       STRING '***.' WS-LGPD-ORIGINAL(4:3) '.'
                              WS-LGPD-ORIGINAL(7:3) '-**'
                           DELIMITED BY SIZE INTO WS-LGPD-CPF
                   ELSE
                       MOVE '***.***.***-**' TO WS-LGPD-CPF
                   END-IF
               END-IF
           END-IF.

       3961-MASCARAR-CPF-FIM.
           EXIT.

       3962-MASCARAR-EMAIL SECTION.
           IF WS-LGPD-EMAIL NOT EQUAL SPACES
               MOVE WS-LGPD-EMAIL TO WS-LGPD-ORIGINAL
               MOVE ZEROS TO WS-LGPD-POS
               INSPECT WS-LGPD-EMAIL TALLYING WS-LGPD-POS
                   FOR CHARACTERS BEFORE INITIAL '@'
               MOVE SPACES TO WS-LGPD-EMAIL
               IF WS-LGPD-POS LESS THAN 50
                   ADD 1 TO WS-LGPD-POS
                   STRING WS-LGPD-ORIGINAL(1:1) '***'
                          DELIMITED BY SIZE
                          WS-LGPD-ORIGINAL(WS-LGPD-POS:)
                          DELIMITED BY SPACE
                       INTO WS-LGPD-EMAIL
               ELSE
                   STRING WS-LGPD-ORIGINAL(1:1) '***'
                       DELIMITED BY SIZE INTO WS-LGPD-EMAIL
               END-IF
           END-IF.

       3962-MASCARAR-EMAIL-FIM.
           EXIT.

       3963-MASCARAR-TELEFONE SECTION.
           IF WS-LGPD-TELEFONE NOT EQUAL SPACES
               MOVE ZEROS TO WS-LGPD-POS
               PERFORM VARYING WS-LGPD-IDX FROM 1 BY 1
                       UNTIL WS-LGPD-IDX GREATER THAN 50
                   IF WS-LGPD-TELEFONE(WS-LGPD-IDX:1) NUMERIC
                       ADD 1 TO WS-LGPD-POS
                   END-IF
               END-PERFORM

               MOVE ZEROS TO WS-LGPD-TAM
               PERFORM VARYING WS-LGPD-IDX FROM 1 BY 1
                       UNTIL WS-LGPD-IDX GREATER THAN 50
                   IF WS-LGPD-TELEFONE(WS-LGPD-IDX:1) NUMERIC
                       ADD 1 TO WS-LGPD-TAM
                       IF WS-LGPD-TAM GREATER THAN 2
                               AND WS-LGPD-TAM + 4 NOT GREATER THAN
                                   WS-LGPD-POS
                           MOVE '*' TO WS-LGPD-TELEFONE(WS-LGPD-IDX:1)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       3963-MASCARAR-TELEFONE-FIM.
           EXIT.

       3964-MASCARAR-ENDERECO SECTION.
           IF WS-LGPD-ENDERECO NOT EQUAL SPACES
               MOVE WS-LGPD-ENDERECO TO WS-LGPD-ORIGINAL
               MOVE ZEROS TO WS-LGPD-POS
               PERFORM VARYING WS-LGPD-IDX FROM 1 BY 1
                       UNTIL WS-LGPD-IDX GREATER THAN 100
                          OR WS-LGPD-POS GREATER THAN ZEROS
                   IF WS-LGPD-ORIGINAL(WS-LGPD-IDX:1) NUMERIC
                           OR WS-LGPD-ORIGINAL(WS-LGPD-IDX:1) EQUAL ','
                       MOVE WS-LGPD-IDX TO WS-LGPD-POS
                   END-IF
               END-PERFORM

               IF WS-LGPD-POS EQUAL ZEROS
                   MOVE 21 TO WS-LGPD-POS
               END-IF

               MOVE SPACES TO WS-LGPD-ENDERECO
               IF WS-LGPD-POS EQUAL 1
                   MOVE '***' TO WS-LGPD-ENDERECO
               ELSE
                   SUBTRACT 1 FROM WS-LGPD-POS
                   STRING WS-LGPD-ORIGINAL(1:WS-LGPD-POS)
                          DELIMITED BY '  '
                          ' ***' DELIMITED BY SIZE
                       INTO WS-LGPD-ENDERECO
               END-IF
           END-IF.

       3964-MASCARAR-ENDERECO-FIM.
           EXIT.

       3965-MOVER-PESSOAIS-CLIENTE SECTION.
           MOVE ARQ-L-CPF TO WS-LGPD-CPF.
           MOVE ARQ-L-EMAIL TO WS-LGPD-EMAIL.
           MOVE ARQ-L-TELEFONE TO WS-LGPD-TELEFONE.
           MOVE ARQ-L-ENDERECO TO WS-LGPD-ENDERECO.

       3965-MOVER-PESSOAIS-CLIENTE-FIM.
           EXIT.

       3966-MOVER-PESSOAIS-FUNC SECTION.
           MOVE WS-TAB-CPF-FUNC(WS-FUNC-IDX) TO WS-LGPD-CPF.
           MOVE WS-TAB-EMAIL-FUNC-T(WS-FUNC-IDX) TO WS-LGPD-EMAIL.
           MOVE WS-TAB-TEL-FUNC-T(WS-FUNC-IDX) TO WS-LGPD-TELEFONE.
           MOVE WS-TAB-END-FUNC-T(WS-FUNC-IDX) TO WS-LGPD-ENDERECO.

       3966-MOVER-PESSOAIS-FUNC-FIM.
           EXIT.

       3967-MASCARAR-CPF-MOVIMENTO SECTION.
           MOVE 'MOVIMENTACAO-S' TO WS-LGPD-SAIDA.
           MOVE SPACES TO WS-LGPD-EMAIL.
           MOVE SPACES TO WS-LGPD-TELEFONE.
           MOVE SPACES TO WS-LGPD-ENDERECO.
           PERFORM 3960-APLICAR-POLITICA-LGPD.

       3967-MASCARAR-CPF-MOVIMENTO-FIM.
           EXIT.

       9100-ABORTAR-CAPACIDADE SECTION.
           DISPLAY 'CAPACIDADE DE TABELA EXCEDIDA: ' WS-ABORT-TABELA.
           DISPLAY 'EXECUCAO ABORTADA - AUMENTAR A TABELA E '
               PERFORM 2670-GERAR-UTILIZACAO
           END-IF.

           MOVE '2680' TO WS-PAR-SECAO-TESTE.
           PERFORM 1150-VERIFICAR-SECAO.
           IF WS-PAR-SECAO-EXECUTAR EQUAL 'S'
               PERFORM 2680-GERAR-ALOCACAO
           END-IF.

           MOVE '2800' TO WS-PAR-SECAO-TESTE.
           PERFORM 1150-VERIFICAR-SECAO.
           IF WS-PAR-SECAO-EXECUTAR EQUAL 'S'
               MOVE ARQ-L-ID TO ARQ-S-ID
               MOVE ARQ-L-NOME TO ARQ-S-NOME
               MOVE ARQ-L-STATUS TO ARQ-S-STATUS
               MOVE 'CLIENTES-S' TO WS-LGPD-SAIDA
               PERFORM 3965-MOVER-PESSOAIS-CLIENTE
               PERFORM 3960-APLICAR-POLITICA-LGPD
               MOVE WS-LGPD-TELEFONE TO ARQ-S-TELEFONE
               MOVE WS-LGPD-EMAIL TO ARQ-S-EMAIL
               MOVE WS-LGPD-ENDERECO TO ARQ-S-ENDERECO
               MOVE ARQ-L-DESCRICAO TO ARQ-S-DESCRICAO
               MOVE WS-LGPD-CPF TO ARQ-S-CPF
               MOVE ARQ-L-CNPJ TO ARQ-S-CNPJ

               WRITE ARQ-CLIENTE-S FROM CLIENTES-FIELDS

       2200-PROCESSAR-CARGOS SECTION.
           PERFORM 2451-CARREGAR-TAB-CARGOS.
           PERFORM 2207-CARREGAR-HIST-SALARIOS.
           MOVE WS-CARGOS-QTD TO WS-LIDOS-CARGOS.

           OPEN OUTPUT CARGOS-AUDITORIA-S.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           PERFORM 2201-APLICAR-TRANSACOES-CARGOS.
           PERFORM 2206-APLICAR-REAJUSTES.

           CLOSE CARGOS-AUDITORIA-S.

           IF WS-CNT-CSH-NOVOS GREATER THAN ZEROS
               IF WS-PAR-SIMULACAO EQUAL 'S'
                   DISPLAY 'CARGOS-SALARIOS: SIMULACAO, HISTORICO NAO '
                       'GRAVADO'
               ELSE
                   PERFORM 2209-GRAVAR-HIST-SALARIOS
               END-IF
           END-IF.

           OPEN OUTPUT CARGOS-S.
           IF AS-STATUS-S2 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S2
                   MOVE ARQ-T-SAL-BASE TO AUD-CARGO-SAL-DEPOIS
                   WRITE ARQ-CARGO-AUD-S FROM CARGOS-AUDITORIA-FIELDS

                   MOVE 'I' TO WS-CSH-ORIGEM
                   MOVE ARQ-T-ID-CARGO TO WS-CSH-ID-CARGO
                   MOVE WS-DATA-EXECUCAO TO WS-CSH-VIGENCIA
                   MOVE ZEROS TO WS-CSH-SAL-ANTES
                   MOVE ARQ-T-SAL-BASE TO WS-CSH-SAL-DEPOIS
                   MOVE ZEROS TO WS-CSH-PERC
                   PERFORM 2208-REGISTRAR-SALARIO

                   SORT WS-CARGOS-TAB ASCENDING KEY WS-TAB-ID-CARGO

                   IF WS-PAR-INDEXADOS EQUAL 'S'
               MOVE ARQ-T-SAL-BASE TO AUD-CARGO-SAL-DEPOIS
               WRITE ARQ-CARGO-AUD-S FROM CARGOS-AUDITORIA-FIELDS

               IF ARQ-T-SAL-BASE NOT EQUAL WS-CARGO-SAL-ANTES
                   MOVE 'A' TO WS-CSH-ORIGEM
                   MOVE ARQ-T-ID-CARGO TO WS-CSH-ID-CARGO
                   MOVE WS-DATA-EXECUCAO TO WS-CSH-VIGENCIA
                   MOVE WS-CARGO-SAL-ANTES TO WS-CSH-SAL-ANTES
                   MOVE ARQ-T-SAL-BASE TO WS-CSH-SAL-DEPOIS
                   MOVE ZEROS TO WS-CSH-PERC
                   PERFORM 2208-REGISTRAR-SALARIO
               END-IF

               IF WS-PAR-INDEXADOS EQUAL 'S'
                   MOVE ARQ-T-ID-CARGO TO ARQ-X-ID-CARGO
                   READ CARGOS-X
       2205-EXCLUIR-CARGO-FIM.
           EXIT.

       2206-APLICAR-REAJUSTES SECTION.
           MOVE ZEROS TO WS-CNT-RJ-LIDOS.
           MOVE ZEROS TO WS-CNT-RJ-APLICADOS.
           MOVE ZEROS TO WS-CNT-RJ-REJEITADOS.
           MOVE ZEROS TO WS-RJ-QTD.
           MOVE ZEROS TO WS-DIS-QTD.
           MOVE ZEROS TO WS-DSF-QTD.
           MOVE ZEROS TO WS-CNT-DIS-FUNC.
           MOVE ZEROS TO WS-CNT-DIS-MESES.
           MOVE ZEROS TO WS-DIS-TOTAL-GERAL.

           IF WS-PAR-PERIODO-INI GREATER THAN ZEROS
                   AND WS-PAR-PERIODO-FIM GREATER THAN ZEROS
                   AND WS-PAR-PERIODO-FIM NOT LESS THAN
                       WS-PAR-PERIODO-INI
               MOVE WS-PAR-PERIODO-INI TO WS-RJ-PERIODO-FOLHA
           ELSE
               MOVE WS-PERIODO-EXEC TO WS-RJ-PERIODO-FOLHA
           END-IF.

           OPEN INPUT REAJUSTES-SALARIAIS.
           IF AS-STATUS-E31 NOT EQUAL TO ZEROS
               DISPLAY 'REAJUSTES SALARIAIS: ARQUIVO AUSENTE, SEM '
                   'DISSIDIO ' AS-STATUS-E31
           ELSE
               MOVE 'N' TO AS-FIM30
               READ REAJUSTES-SALARIAIS
               IF AS-STATUS-E31 NOT EQUAL TO ZEROS
                   MOVE 'S' TO AS-FIM30
               END-IF

               PERFORM UNTIL AS-FIM30 EQUAL 'S'
                   ADD 1 TO WS-CNT-RJ-LIDOS
                   PERFORM 2212-VALIDAR-REAJUSTE

                   IF WS-RJ-VALIDO EQUAL 'S'
                       IF ARQ-RJ-ID-CARGO EQUAL ZEROS
                           PERFORM VARYING WS-RJ-CARGO-IDX FROM 1 BY 1
                                   UNTIL WS-RJ-CARGO-IDX > WS-CARGOS-QTD
                               IF WS-TAB-CARGO-ATIVO(WS-RJ-CARGO-IDX)
                                       EQUAL 'S'
                                   PERFORM 2213-REAJUSTAR-CARGO
                               END-IF
                           END-PERFORM
                       ELSE
                           MOVE WS-POS-CARGO TO WS-RJ-CARGO-IDX
                           PERFORM 2213-REAJUSTAR-CARGO
                       END-IF
                   ELSE
                       MOVE ARQ-RJ-ID-CARGO TO WS-RJ-CARGO-EXC
                       PERFORM 2214-REJEITAR-REAJUSTE
                   END-IF

                   READ REAJUSTES-SALARIAIS
                       AT END
                           MOVE 'S' TO AS-FIM30
                   END-READ
               END-PERFORM

               CLOSE REAJUSTES-SALARIAIS

               IF WS-RJ-QTD GREATER THAN ZEROS
                   PERFORM 2215-CALCULAR-DIFERENCAS
               END-IF
               PERFORM 2218-GERAR-RELATORIO-DISSIDIO

               DISPLAY 'REAJUSTES SALARIAIS: LIDOS = ' WS-CNT-RJ-LIDOS
                   ' CARGOS REAJUSTADOS = ' WS-CNT-RJ-APLICADOS
                   ' REJEITADOS = ' WS-CNT-RJ-REJEITADOS
               DISPLAY 'DISSIDIO: FUNCIONARIOS = ' WS-CNT-DIS-FUNC
                   ' MESES = ' WS-CNT-DIS-MESES
                   ' DIFERENCA TOTAL = ' WS-DIS-TOTAL-GERAL
           END-IF.

       2206-APLICAR-REAJUSTES-FIM.
           EXIT.

       2207-CARREGAR-HIST-SALARIOS SECTION.
           IF WS-CSH-CARREGADO EQUAL 'S'
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-CSH-QTD
               MOVE ZEROS TO WS-CNT-CSH-NOVOS

               OPEN INPUT CARGOS-SALARIOS-F
               IF AS-STATUS-E32 NOT EQUAL TO ZEROS
                   DISPLAY 'CARGOS-SALARIOS: ARQUIVO AUSENTE, SEM '
                       'HISTORICO ANTERIOR ' AS-STATUS-E32
               ELSE
                   MOVE 'N' TO AS-FIM31
                   READ CARGOS-SALARIOS-F
                   IF AS-STATUS-E32 NOT EQUAL TO ZEROS
                       MOVE 'S' TO AS-FIM31
                   END-IF

                   PERFORM UNTIL AS-FIM31 EQUAL 'S'
                       IF ARQ-CS-ID-CARGO NUMERIC
                               AND ARQ-CS-DATA-VIGENCIA NUMERIC
                               AND ARQ-CS-SAL-ANTES NUMERIC
                               AND ARQ-CS-SAL-DEPOIS NUMERIC
                           IF WS-CSH-QTD GREATER THAN OR EQUAL TO 20000
                               MOVE 'CARGOS-SALARIOS' TO WS-ABORT-TABELA
                               PERFORM 9100-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WS-CSH-QTD
                           MOVE ARQ-CS-DATA-REG
                               TO WS-TAB-DATA-REG-CS(WS-CSH-QTD)
                           MOVE ARQ-CS-ORIGEM
                               TO WS-TAB-ORIGEM-CS(WS-CSH-QTD)
                           MOVE ARQ-CS-ID-CARGO
                               TO WS-TAB-ID-CARGO-CS(WS-CSH-QTD)
                           MOVE ARQ-CS-DATA-VIGENCIA
                               TO WS-TAB-VIGENCIA-CS(WS-CSH-QTD)
                           MOVE ARQ-CS-SAL-ANTES
                               TO WS-TAB-SAL-ANTES-CS(WS-CSH-QTD)
                           MOVE ARQ-CS-SAL-DEPOIS
                               TO WS-TAB-SAL-DEPOIS-CS(WS-CSH-QTD)
                           IF ARQ-CS-PERCENTUAL NUMERIC
                               MOVE ARQ-CS-PERCENTUAL
                                   TO WS-TAB-PERC-CS(WS-CSH-QTD)
                           ELSE
                               MOVE ZEROS TO WS-TAB-PERC-CS(WS-CSH-QTD)
                           END-IF
                           MOVE 'N' TO WS-TAB-NOVO-CS(WS-CSH-QTD)
                       END-IF

                       READ CARGOS-SALARIOS-F
                           AT END
                               MOVE 'S' TO AS-FIM31
                       END-READ
                   END-PERFORM

                   CLOSE CARGOS-SALARIOS-F

                   DISPLAY 'CARGOS-SALARIOS: REGISTROS CARREGADOS = '
                       WS-CSH-QTD
               END-IF

               MOVE 'S' TO WS-CSH-CARREGADO
           END-IF.

       2207-CARREGAR-HIST-SALARIOS-FIM.
           EXIT.

       2208-REGISTRAR-SALARIO SECTION.
           IF WS-CSH-QTD GREATER THAN OR EQUAL TO 20000
               MOVE 'CARGOS-SALARIOS' TO WS-ABORT-TABELA
               PERFORM 9100-ABORTAR-CAPACIDADE
           END-IF.
           ADD 1 TO WS-CSH-QTD.
           ADD 1 TO WS-CNT-CSH-NOVOS.
           MOVE WS-DATA-EXECUCAO TO WS-TAB-DATA-REG-CS(WS-CSH-QTD).
           MOVE WS-CSH-ORIGEM TO WS-TAB-ORIGEM-CS(WS-CSH-QTD).
           MOVE WS-CSH-ID-CARGO TO WS-TAB-ID-CARGO-CS(WS-CSH-QTD).
           MOVE WS-CSH-VIGENCIA TO WS-TAB-VIGENCIA-CS(WS-CSH-QTD).
           MOVE WS-CSH-SAL-ANTES TO WS-TAB-SAL-ANTES-CS(WS-CSH-QTD).
           MOVE WS-CSH-SAL-DEPOIS TO WS-TAB-SAL-DEPOIS-CS(WS-CSH-QTD).
           MOVE WS-CSH-PERC TO WS-TAB-PERC-CS(WS-CSH-QTD).
           MOVE 'S' TO WS-TAB-NOVO-CS(WS-CSH-QTD).

       2208-REGISTRAR-SALARIO-FIM.
           EXIT.

       2209-GRAVAR-HIST-SALARIOS SECTION.
           OPEN EXTEND CARGOS-SALARIOS-F.
           IF AS-STATUS-E32 NOT EQUAL TO ZEROS
               OPEN OUTPUT CARGOS-SALARIOS-F
               IF AS-STATUS-E32 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-E32
               END-IF
           END-IF.

           PERFORM VARYING WS-CSH-IDX FROM 1 BY 1
                   UNTIL WS-CSH-IDX > WS-CSH-QTD
               IF WS-TAB-NOVO-CS(WS-CSH-IDX) EQUAL 'S'
                   MOVE SPACES TO ARQ-CARGO-SAL
                   MOVE WS-TAB-DATA-REG-CS(WS-CSH-IDX)
                       TO ARQ-CS-DATA-REG
                   MOVE WS-TAB-ORIGEM-CS(WS-CSH-IDX) TO ARQ-CS-ORIGEM
                   MOVE WS-TAB-ID-CARGO-CS(WS-CSH-IDX)
                       TO ARQ-CS-ID-CARGO
                   MOVE WS-TAB-VIGENCIA-CS(WS-CSH-IDX)
                       TO ARQ-CS-DATA-VIGENCIA
                   MOVE WS-TAB-SAL-ANTES-CS(WS-CSH-IDX)
                       TO ARQ-CS-SAL-ANTES
                   MOVE WS-TAB-SAL-DEPOIS-CS(WS-CSH-IDX)
                       TO ARQ-CS-SAL-DEPOIS
                   MOVE WS-TAB-PERC-CS(WS-CSH-IDX)
                       TO ARQ-CS-PERCENTUAL
                   WRITE ARQ-CARGO-SAL
                   MOVE 'N' TO WS-TAB-NOVO-CS(WS-CSH-IDX)
               END-IF
           END-PERFORM.

           CLOSE CARGOS-SALARIOS-F.

           DISPLAY 'CARGOS-SALARIOS: ALTERACOES REGISTRADAS = '
               WS-CNT-CSH-NOVOS.
           MOVE ZEROS TO WS-CNT-CSH-NOVOS.

       2209-GRAVAR-HIST-SALARIOS-FIM.
           EXIT.

       2211-LOCALIZAR-SALARIO-VIGENTE SECTION.
           MOVE ZEROS TO WS-CSH-PER-ANT.
           MOVE ZEROS TO WS-CSH-SAL-ANT.
           MOVE 999999 TO WS-CSH-PER-POS.
           MOVE ZEROS TO WS-CSH-SAL-POS.

           PERFORM VARYING WS-CSH-IDX FROM 1 BY 1
                   UNTIL WS-CSH-IDX > WS-CSH-QTD
               IF WS-TAB-ID-CARGO-CS(WS-CSH-IDX) EQUAL WS-CSH-ID-BUSCA
                       AND WS-TAB-NOVO-CS(WS-CSH-IDX) EQUAL 'N'
                   COMPUTE WS-CSH-PER-TAB =
                       WS-TAB-VIGENCIA-CS(WS-CSH-IDX) / 100
                   IF WS-CSH-PER-TAB NOT GREATER THAN WS-CSH-PER-BUSCA
                       IF WS-CSH-PER-TAB NOT LESS THAN WS-CSH-PER-ANT
                           MOVE WS-CSH-PER-TAB TO WS-CSH-PER-ANT
                           MOVE WS-TAB-SAL-DEPOIS-CS(WS-CSH-IDX)
                               TO WS-CSH-SAL-ANT
                       END-IF
                   ELSE
                       IF WS-CSH-PER-TAB LESS THAN WS-CSH-PER-POS
                           MOVE WS-CSH-PER-TAB TO WS-CSH-PER-POS
                           MOVE WS-TAB-SAL-ANTES-CS(WS-CSH-IDX)
                               TO WS-CSH-SAL-POS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CSH-PER-ANT GREATER THAN ZEROS
               MOVE WS-CSH-SAL-ANT TO WS-CSH-SAL-ACHADO
           ELSE
               IF WS-CSH-PER-POS LESS THAN 999999
                   MOVE WS-CSH-SAL-POS TO WS-CSH-SAL-ACHADO
               ELSE
                   MOVE WS-CSH-SAL-PADRAO TO WS-CSH-SAL-ACHADO
               END-IF
           END-IF.

       2211-LOCALIZAR-SALARIO-VIGENTE-FIM.
           EXIT.

       2212-VALIDAR-REAJUSTE SECTION.
           MOVE 'S' TO WS-RJ-VALIDO.
           MOVE SPACES TO WS-RJ-MOTIVO.
           MOVE ZEROS TO WS-POS-CARGO.

           IF ARQ-RJ-ID-CARGO NOT NUMERIC
                   OR ARQ-RJ-DATA-BASE NOT NUMERIC
                   OR ARQ-RJ-PERCENTUAL NOT NUMERIC
                   OR ARQ-RJ-VALOR NOT NUMERIC
               MOVE 'N' TO WS-RJ-VALIDO
               MOVE 'REAJUSTE COM CAMPO NUMERICO INVALIDO'
                   TO WS-RJ-MOTIVO
           ELSE
               COMPUTE WS-RJ-PERIODO-BASE = ARQ-RJ-DATA-BASE / 100
               COMPUTE WS-DIS-MM =
                   FUNCTION MOD(WS-RJ-PERIODO-BASE, 100)
           IF ARQ-RJ-TIPO NOT EQUAL 'P'
                   AND ARQ-RJ-TIPO NOT EQUAL 'V'
               MOVE 'N' TO WS-RJ-VALIDO
               MOVE 'TIPO DE REAJUSTE INVALIDO' TO WS-RJ-MOTIVO
           ELSE
           IF ARQ-RJ-TIPO EQUAL 'P'
                   AND ARQ-RJ-PERCENTUAL EQUAL ZEROS
               MOVE 'N' TO WS-RJ-VALIDO
               MOVE 'REAJUSTE PERCENTUAL SEM PERCENTUAL INFORMADO'
                   TO WS-RJ-MOTIVO
           ELSE
           IF ARQ-RJ-TIPO EQUAL 'V'
                   AND ARQ-RJ-VALOR EQUAL ZEROS
               MOVE 'N' TO WS-RJ-VALIDO
               MOVE 'REAJUSTE POR VALOR SEM NOVO SALARIO INFORMADO'
                   TO WS-RJ-MOTIVO
           ELSE
           IF ARQ-RJ-TIPO EQUAL 'V'
                   AND ARQ-RJ-ID-CARGO EQUAL ZEROS
               MOVE 'N' TO WS-RJ-VALIDO
               MOVE 'NOVO SALARIO EXIGE CARGO INFORMADO'
                   TO WS-RJ-MOTIVO
           ELSE
           IF WS-DIS-MM LESS THAN 1
                   OR WS-DIS-MM GREATER THAN 12
               MOVE 'N' TO WS-RJ-VALIDO
               MOVE 'DATA BASE DO REAJUSTE INVALIDA' TO WS-RJ-MOTIVO
           ELSE
           IF ARQ-RJ-DATA-BASE GREATER THAN WS-DATA-EXECUCAO
               MOVE 'N' TO WS-RJ-VALIDO
               MOVE 'DATA BASE POSTERIOR A DATA DE EXECUCAO'
                   TO WS-RJ-MOTIVO
           ELSE
           IF WS-RJ-PERIODO-BASE GREATER THAN WS-RJ-PERIODO-FOLHA
               MOVE 'N' TO WS-RJ-VALIDO
               MOVE 'DATA BASE POSTERIOR AO PRIMEIRO PERIODO DA FOLHA'
                   TO WS-RJ-MOTIVO
           ELSE
               IF ARQ-RJ-ID-CARGO GREATER THAN ZEROS
                   MOVE ARQ-RJ-ID-CARGO TO WS-POS-ID-BUSCA
                   PERFORM 3951-LOCALIZAR-POS-CARGO
                   IF WS-POS-CARGO EQUAL ZEROS
                       MOVE 'N' TO WS-RJ-VALIDO
                       MOVE 'CARGO DO REAJUSTE NAO CADASTRADO'
                           TO WS-RJ-MOTIVO
                   ELSE
                       IF WS-TAB-CARGO-ATIVO(WS-POS-CARGO) NOT EQUAL 'S'
                           MOVE 'N' TO WS-RJ-VALIDO
                           MOVE 'CARGO DO REAJUSTE EXCLUIDO'
                               TO WS-RJ-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2212-VALIDAR-REAJUSTE-FIM.
           EXIT.

       2213-REAJUSTAR-CARGO SECTION.
           MOVE WS-TAB-ID-CARGO(WS-RJ-CARGO-IDX) TO WS-RJ-CARGO-EXC.
           MOVE WS-TAB-ID-CARGO(WS-RJ-CARGO-IDX) TO WS-CSH-ID-BUSCA.
           PERFORM 2217-LOCALIZAR-REAJUSTE.

           IF WS-RJ-POS GREATER THAN ZEROS
               MOVE 'CARGO JA REAJUSTADO NESTA EXECUCAO'
                   TO WS-RJ-MOTIVO
               PERFORM 2214-REJEITAR-REAJUSTE
           ELSE
               MOVE 'N' TO WS-RJ-VALIDO
               PERFORM VARYING WS-CSH-IDX FROM 1 BY 1
                       UNTIL WS-CSH-IDX > WS-CSH-QTD
                          OR WS-RJ-VALIDO EQUAL 'D'
                   IF WS-TAB-ID-CARGO-CS(WS-CSH-IDX)
                           EQUAL WS-CSH-ID-BUSCA
                           AND WS-TAB-ORIGEM-CS(WS-CSH-IDX) EQUAL 'R'
                           AND WS-TAB-VIGENCIA-CS(WS-CSH-IDX)
                               EQUAL ARQ-RJ-DATA-BASE
                       MOVE 'D' TO WS-RJ-VALIDO
                   END-IF
               END-PERFORM

               IF WS-RJ-VALIDO EQUAL 'D'
                   MOVE 'REAJUSTE JA APLICADO EM EXECUCAO ANTERIOR'
                       TO WS-RJ-MOTIVO
                   PERFORM 2214-REJEITAR-REAJUSTE
               ELSE
                   MOVE WS-TAB-SAL-BASE(WS-RJ-CARGO-IDX)
                       TO WS-CARGO-SAL-ANTES
                   IF ARQ-RJ-TIPO EQUAL 'P'
                       COMPUTE WS-RJ-SAL-NOVO ROUNDED =
                           WS-CARGO-SAL-ANTES
                           * (100 + ARQ-RJ-PERCENTUAL) / 100
                   ELSE
                       MOVE ARQ-RJ-VALOR TO WS-RJ-SAL-NOVO
                   END-IF

                   IF WS-RJ-QTD GREATER THAN OR EQUAL TO 1000
                       MOVE 'REAJUSTES' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-RJ-QTD
                   MOVE WS-CSH-ID-BUSCA TO WS-TAB-ID-CARGO-RJ(WS-RJ-QTD)
                   MOVE ARQ-RJ-TIPO TO WS-TAB-TIPO-RJ(WS-RJ-QTD)
                   MOVE WS-RJ-PERIODO-BASE
                       TO WS-TAB-PER-BASE-RJ(WS-RJ-QTD)
                   MOVE ARQ-RJ-PERCENTUAL TO WS-TAB-PERC-RJ(WS-RJ-QTD)
                   MOVE WS-RJ-SAL-NOVO TO WS-TAB-VALOR-RJ(WS-RJ-QTD)
                   MOVE WS-CARGO-SAL-ANTES
                       TO WS-TAB-SAL-ANTES-RJ(WS-RJ-QTD)

                   MOVE WS-RJ-SAL-NOVO
                       TO WS-TAB-SAL-BASE(WS-RJ-CARGO-IDX)

                   MOVE 'R' TO AUD-CARGO-TIPO
                   MOVE WS-CSH-ID-BUSCA TO AUD-CARGO-ID
                   MOVE WS-CARGO-SAL-ANTES TO AUD-CARGO-SAL-ANTES
                   MOVE WS-RJ-SAL-NOVO TO AUD-CARGO-SAL-DEPOIS
                   WRITE ARQ-CARGO-AUD-S FROM CARGOS-AUDITORIA-FIELDS

                   MOVE 'R' TO WS-CSH-ORIGEM
                   MOVE WS-CSH-ID-BUSCA TO WS-CSH-ID-CARGO
                   MOVE ARQ-RJ-DATA-BASE TO WS-CSH-VIGENCIA
                   MOVE WS-CARGO-SAL-ANTES TO WS-CSH-SAL-ANTES
                   MOVE WS-RJ-SAL-NOVO TO WS-CSH-SAL-DEPOIS
                   MOVE ZEROS TO WS-CSH-PERC
                   IF ARQ-RJ-TIPO EQUAL 'P'
                       MOVE ARQ-RJ-PERCENTUAL TO WS-CSH-PERC
                   END-IF
                   PERFORM 2208-REGISTRAR-SALARIO

                   IF WS-PAR-INDEXADOS EQUAL 'S'
                       MOVE WS-CSH-ID-BUSCA TO ARQ-X-ID-CARGO
                       READ CARGOS-X
                           INVALID KEY
                               DISPLAY 'CARGOS-X: CHAVE NAO ENCONTRADA '
                                   'NO REAJUSTE: ' WS-CSH-ID-BUSCA
                           NOT INVALID KEY
                               MOVE ARQ-CARGO-X TO WS-CARGO-NOVO
                               MOVE WS-RJ-SAL-NOVO TO WS-CGN-SAL-BASE
                               MOVE WS-CARGO-NOVO TO ARQ-CARGO-X
                               REWRITE ARQ-CARGO-X
                       END-READ
                   END-IF

                   ADD 1 TO WS-CNT-RJ-APLICADOS
               END-IF
           END-IF.

       2213-REAJUSTAR-CARGO-FIM.
           EXIT.

       2214-REJEITAR-REAJUSTE SECTION.
           ADD 1 TO WS-CNT-RJ-REJEITADOS.

           MOVE 'REAJUSTES-SALARIAIS' TO WS-EXC-ORIGEM.
           MOVE SPACES TO WS-EXC-CHAVE.
           STRING 'CARGO=' WS-RJ-CARGO-EXC
                  ' BASE=' ARQ-RJ-DATA-BASE
                  ' TIPO=' ARQ-RJ-TIPO
               DELIMITED BY SIZE INTO WS-EXC-CHAVE.
           MOVE 'E' TO WS-EXC-SEVERIDADE.
           MOVE WS-RJ-MOTIVO TO WS-EXC-MOTIVO.
           PERFORM 3900-GRAVAR-EXC-CONSOLIDADA.

       2214-REJEITAR-REAJUSTE-FIM.
           EXIT.

       2215-CALCULAR-DIFERENCAS SECTION.
           PERFORM 2751-CARREGAR-TAB-FUNCIONARIOS.

           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                   UNTIL WS-FUNC-IDX > WS-FUNC-QTD
               PERFORM 2216-DIFERENCAS-FUNC
           END-PERFORM.

       2215-CALCULAR-DIFERENCAS-FIM.
           EXIT.

       2216-DIFERENCAS-FUNC SECTION.
           MOVE WS-TAB-ID-CARGO-FUNC(WS-FUNC-IDX) TO WS-CSH-ID-BUSCA.
           PERFORM 2217-LOCALIZAR-REAJUSTE.

           IF WS-RJ-POS GREATER THAN ZEROS
               IF WS-TAB-PER-BASE-RJ(WS-RJ-POS)
                       LESS THAN WS-RJ-PERIODO-FOLHA
                   MOVE WS-TAB-ID-FUNC(WS-FUNC-IDX)
                       TO WS-ADMIS-ID-BUSCA
                   PERFORM 2398-LOCALIZAR-ADMISSAO
                   MOVE WS-TAB-ID-FUNC(WS-FUNC-IDX)
                       TO WS-DESLIG-ID-BUSCA
                   PERFORM 2391-LOCALIZAR-DESLIGAMENTO

                   MOVE ZEROS TO WS-DIS-MESES-FUNC
                   MOVE ZEROS TO WS-DIS-TOTAL-FUNC
                   MOVE WS-TAB-PER-BASE-RJ(WS-RJ-POS) TO WS-DIS-MES

                   PERFORM UNTIL WS-DIS-MES NOT LESS THAN
                           WS-RJ-PERIODO-FOLHA
                       PERFORM 2219-DIFERENCA-MES
                       COMPUTE WS-DIS-ANO = WS-DIS-MES / 100
                       COMPUTE WS-DIS-MM =
                           FUNCTION MOD(WS-DIS-MES, 100)
                       IF WS-DIS-MM EQUAL 12
                           COMPUTE WS-DIS-MES =
                               ((WS-DIS-ANO + 1) * 100) + 1
                       ELSE
                           ADD 1 TO WS-DIS-MES
                       END-IF
                   END-PERFORM

                   IF WS-DIS-TOTAL-FUNC GREATER THAN ZEROS
                       IF WS-DSF-QTD GREATER THAN OR EQUAL TO 5000
                           MOVE 'DISSIDIO-FUNCIONARIOS'
                               TO WS-ABORT-TABELA
                           PERFORM 9100-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WS-DSF-QTD
                       ADD 1 TO WS-CNT-DIS-FUNC
                       MOVE WS-TAB-ID-FUNC(WS-FUNC-IDX)
                           TO WS-TAB-ID-FUNC-DF(WS-DSF-QTD)
                       MOVE WS-DIS-MESES-FUNC
                           TO WS-TAB-MESES-DF(WS-DSF-QTD)
                       MOVE WS-DIS-TOTAL-FUNC
                           TO WS-TAB-TOTAL-DF(WS-DSF-QTD)
                       MOVE 'P' TO WS-TAB-SITUACAO-DF(WS-DSF-QTD)
                       IF WS-DESLIG-ACHADO EQUAL 'S'
                               AND WS-DESLIG-PERIODO LESS THAN
                                   WS-RJ-PERIODO-FOLHA
                           MOVE 'D' TO WS-TAB-SITUACAO-DF(WS-DSF-QTD)
                           MOVE 'DISSIDIO' TO WS-EXC-ORIGEM
                           MOVE SPACES TO WS-EXC-CHAVE
                           STRING 'FUNC=' WS-TAB-ID-FUNC(WS-FUNC-IDX)
                                  ' DIF=' WS-DIS-TOTAL-FUNC
                               DELIMITED BY SIZE INTO WS-EXC-CHAVE
                           MOVE 'A' TO WS-EXC-SEVERIDADE
                           MOVE 'DESLIGADO, DISSIDIO FORA DA FOLHA'
                               TO WS-EXC-MOTIVO
                           PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2216-DIFERENCAS-FUNC-FIM.
           EXIT.

       2217-LOCALIZAR-REAJUSTE SECTION.
           MOVE ZEROS TO WS-RJ-POS.

           PERFORM VARYING WS-RJ-IDX FROM 1 BY 1
                   UNTIL WS-RJ-IDX > WS-RJ-QTD
                      OR WS-RJ-POS GREATER THAN ZEROS
               IF WS-TAB-ID-CARGO-RJ(WS-RJ-IDX) EQUAL WS-CSH-ID-BUSCA
                   MOVE WS-RJ-IDX TO WS-RJ-POS
               END-IF
           END-PERFORM.

       2217-LOCALIZAR-REAJUSTE-FIM.
           EXIT.

       2219-DIFERENCA-MES SECTION.
           MOVE 'S' TO WS-DIS-ATIVO.
           IF WS-ADMIS-ACHADO EQUAL 'S'
                   AND WS-ADMIS-PERIODO GREATER THAN WS-DIS-MES
               MOVE 'N' TO WS-DIS-ATIVO
           END-IF.
           IF WS-DESLIG-ACHADO EQUAL 'S'
                   AND WS-DESLIG-PERIODO LESS THAN WS-DIS-MES
               MOVE 'N' TO WS-DIS-ATIVO
           END-IF.

           IF WS-DIS-ATIVO EQUAL 'S'
               MOVE WS-DIS-MES TO WS-CSH-PER-BUSCA
               MOVE WS-TAB-SAL-ANTES-RJ(WS-RJ-POS) TO WS-CSH-SAL-PADRAO
               PERFORM 2211-LOCALIZAR-SALARIO-VIGENTE
               MOVE WS-CSH-SAL-ACHADO TO WS-DIS-SAL-PAGO

               IF WS-TAB-TIPO-RJ(WS-RJ-POS) EQUAL 'P'
                   COMPUTE WS-DIS-SAL-REAJ ROUNDED =
                       WS-DIS-SAL-PAGO
                       * (100 + WS-TAB-PERC-RJ(WS-RJ-POS)) / 100
               ELSE
                   MOVE WS-TAB-VALOR-RJ(WS-RJ-POS) TO WS-DIS-SAL-REAJ
               END-IF

               IF WS-DESLIG-ACHADO EQUAL 'S'
                       AND WS-DESLIG-PERIODO EQUAL WS-DIS-MES
                       AND WS-DESLIG-DIA LESS THAN 30
                   COMPUTE WS-DIS-SAL-PAGO ROUNDED =
                       WS-DIS-SAL-PAGO * WS-DESLIG-DIA / 30
                   COMPUTE WS-DIS-SAL-REAJ ROUNDED =
                       WS-DIS-SAL-REAJ * WS-DESLIG-DIA / 30
               END-IF

               IF WS-DIS-SAL-PAGO GREATER THAN ZEROS
                       AND WS-DIS-SAL-REAJ GREATER THAN WS-DIS-SAL-PAGO
                   COMPUTE WS-DIS-DIFERENCA =
                       WS-DIS-SAL-REAJ - WS-DIS-SAL-PAGO
                   IF WS-DIS-QTD GREATER THAN OR EQUAL TO 30000
                       MOVE 'DISSIDIO' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-DIS-QTD
                   MOVE WS-TAB-ID-DEP-FUNC-T(WS-FUNC-IDX)
                       TO WS-TAB-ID-DEP-DI(WS-DIS-QTD)
                   MOVE WS-TAB-ID-FUNC(WS-FUNC-IDX)
                       TO WS-TAB-ID-FUNC-DI(WS-DIS-QTD)
                   MOVE WS-DIS-MES TO WS-TAB-PERIODO-DI(WS-DIS-QTD)
                   MOVE WS-CSH-ID-BUSCA
                       TO WS-TAB-ID-CARGO-DI(WS-DIS-QTD)
                   MOVE WS-DIS-SAL-PAGO
                       TO WS-TAB-SAL-PAGO-DI(WS-DIS-QTD)
                   MOVE WS-DIS-SAL-REAJ
                       TO WS-TAB-SAL-REAJ-DI(WS-DIS-QTD)
                   MOVE WS-DIS-DIFERENCA
                       TO WS-TAB-DIFERENCA-DI(WS-DIS-QTD)
                   ADD 1 TO WS-DIS-MESES-FUNC
                   ADD WS-DIS-DIFERENCA TO WS-DIS-TOTAL-FUNC
                   ADD 1 TO WS-CNT-DIS-MESES
                   ADD WS-DIS-DIFERENCA TO WS-DIS-TOTAL-GERAL
               END-IF
           END-IF.

       2219-DIFERENCA-MES-FIM.
           EXIT.

       2218-GERAR-RELATORIO-DISSIDIO SECTION.
           PERFORM 2452-CARREGAR-TAB-DEPARTAMENTOS.

           OPEN OUTPUT DISSIDIO-RETROATIVO-S.
           IF AS-STATUS-S51 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S51
           END-IF.
           MOVE WS-ARQ-DISSIDIO-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-DISSIDIO-S FROM RELATORIO-DATA-FIELDS.
           MOVE WS-RJ-PERIODO-FOLHA TO DIS-TIT-PERIODO.
           WRITE ARQ-DISSIDIO-S FROM DISSIDIO-TITULO-FIELDS.

           IF WS-DIS-QTD GREATER THAN 1
               SORT WS-DIS-TAB ASCENDING KEY WS-TAB-ID-DEP-DI
                   WS-TAB-ID-FUNC-DI WS-TAB-PERIODO-DI
           END-IF.

           PERFORM VARYING WS-DIS-IDX FROM 1 BY 1
                   UNTIL WS-DIS-IDX > WS-DIS-QTD
               IF WS-DIS-IDX EQUAL 1
                       OR WS-TAB-ID-DEP-DI(WS-DIS-IDX)
                           NOT EQUAL WS-DIS-DEP-ATU
                   IF WS-DIS-IDX GREATER THAN 1
                       PERFORM 2221-FECHAR-FUNC-DISSIDIO
                       PERFORM 2222-FECHAR-DEP-DISSIDIO
                   END-IF
                   MOVE WS-TAB-ID-DEP-DI(WS-DIS-IDX) TO WS-DIS-DEP-ATU
                   MOVE ZEROS TO WS-DIS-FUNCS-DEP
                   MOVE ZEROS TO WS-DIS-TOTAL-DEP
                   MOVE WS-DIS-DEP-ATU TO DIS-DEP-ID
                   MOVE 'DESCONHECIDO' TO DIS-DEP-NOME
                   MOVE WS-DIS-DEP-ATU TO WS-POS-ID-BUSCA
                   PERFORM 3950-LOCALIZAR-POS-DEP
                   IF WS-POS-DEP GREATER THAN ZEROS
                       MOVE WS-TAB-NOME-DEP(WS-POS-DEP) TO DIS-DEP-NOME
                   END-IF
                   WRITE ARQ-DISSIDIO-S FROM DISSIDIO-DEP-FIELDS
                   PERFORM 2220-INICIAR-FUNC-DISSIDIO
               ELSE
                   IF WS-TAB-ID-FUNC-DI(WS-DIS-IDX)
                           NOT EQUAL WS-DIS-FUNC-ATU
                       PERFORM 2221-FECHAR-FUNC-DISSIDIO
                       PERFORM 2220-INICIAR-FUNC-DISSIDIO
                   END-IF
               END-IF

               MOVE WS-TAB-ID-FUNC-DI(WS-DIS-IDX) TO DIS-DET-ID-FUNC
               MOVE WS-TAB-ID-CARGO-DI(WS-DIS-IDX) TO DIS-DET-ID-CARGO
               MOVE WS-TAB-PERIODO-DI(WS-DIS-IDX) TO DIS-DET-PERIODO
               MOVE WS-TAB-SAL-PAGO-DI(WS-DIS-IDX) TO DIS-DET-SAL-PAGO
               MOVE WS-TAB-SAL-REAJ-DI(WS-DIS-IDX) TO DIS-DET-SAL-REAJ
               MOVE WS-TAB-DIFERENCA-DI(WS-DIS-IDX)
                   TO DIS-DET-DIFERENCA
               WRITE ARQ-DISSIDIO-S FROM DISSIDIO-DETALHE-FIELDS
               ADD 1 TO WS-DIS-MESES-FUNC
               ADD WS-TAB-DIFERENCA-DI(WS-DIS-IDX)
                   TO WS-DIS-TOTAL-FUNC
           END-PERFORM.

           IF WS-DIS-QTD GREATER THAN ZEROS
               PERFORM 2221-FECHAR-FUNC-DISSIDIO
               PERFORM 2222-FECHAR-DEP-DISSIDIO
           END-IF.

           MOVE WS-CNT-DIS-FUNC TO DIS-TOT-FUNCS.
           MOVE WS-CNT-DIS-MESES TO DIS-TOT-MESES.
           MOVE WS-DIS-TOTAL-GERAL TO DIS-TOT-TOTAL.
           WRITE ARQ-DISSIDIO-S FROM DISSIDIO-TOTAL-FIELDS.

           CLOSE DISSIDIO-RETROATIVO-S.

       2218-GERAR-RELATORIO-DISSIDIO-FIM.
           EXIT.

       2220-INICIAR-FUNC-DISSIDIO SECTION.
           MOVE WS-TAB-ID-FUNC-DI(WS-DIS-IDX) TO WS-DIS-FUNC-ATU.
           MOVE ZEROS TO WS-DIS-MESES-FUNC.
           MOVE ZEROS TO WS-DIS-TOTAL-FUNC.
           ADD 1 TO WS-DIS-FUNCS-DEP.

           MOVE SPACES TO DIS-DET-NOME.
           MOVE WS-DIS-FUNC-ATU TO WS-POS-ID-BUSCA.
           PERFORM 3952-LOCALIZAR-POS-FUNC.
           IF WS-POS-FUNC GREATER THAN ZEROS
               MOVE WS-TAB-NOME-FUNC(WS-POS-FUNC) TO DIS-DET-NOME
           END-IF.

       2220-INICIAR-FUNC-DISSIDIO-FIM.
           EXIT.

       2221-FECHAR-FUNC-DISSIDIO SECTION.
           MOVE WS-DIS-FUNC-ATU TO DIS-FUN-ID-FUNC.
           MOVE WS-DIS-MESES-FUNC TO DIS-FUN-MESES.
           MOVE WS-DIS-TOTAL-FUNC TO DIS-FUN-TOTAL.
           MOVE SPACES TO DIS-FUN-SITUACAO.
           STRING 'A PAGAR NA FOLHA ' WS-RJ-PERIODO-FOLHA
               DELIMITED BY SIZE INTO DIS-FUN-SITUACAO.

           PERFORM VARYING WS-DSF-IDX FROM 1 BY 1
                   UNTIL WS-DSF-IDX > WS-DSF-QTD
               IF WS-TAB-ID-FUNC-DF(WS-DSF-IDX) EQUAL WS-DIS-FUNC-ATU
                       AND WS-TAB-SITUACAO-DF(WS-DSF-IDX) EQUAL 'D'
                   MOVE 'DESLIGADO, PAGAR EM RESCISAO COMPLEMENTAR'
                       TO DIS-FUN-SITUACAO
               END-IF
           END-PERFORM.

           WRITE ARQ-DISSIDIO-S FROM DISSIDIO-FUNC-FIELDS.
           ADD WS-DIS-TOTAL-FUNC TO WS-DIS-TOTAL-DEP.

       2221-FECHAR-FUNC-DISSIDIO-FIM.
           EXIT.

       2222-FECHAR-DEP-DISSIDIO SECTION.
           MOVE WS-DIS-DEP-ATU TO DIS-DTO-ID.
           MOVE WS-DIS-FUNCS-DEP TO DIS-DTO-FUNCS.
           MOVE WS-DIS-TOTAL-DEP TO DIS-DTO-TOTAL.
           WRITE ARQ-DISSIDIO-S FROM DISSIDIO-DEP-TOTAL-FIELDS.

       2222-FECHAR-DEP-DISSIDIO-FIM.
           EXIT.

       2300-PROCESSAR-DEPARTAMENTO SECTION.
           OPEN INPUT DEPARTAMENTOS.
           IF AS-STATUS-E3 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E3
           END-IF.

           OPEN OUTPUT DEPARTAMENTOS-S.
           IF AS-STATUS-S3 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S3
           END-IF.
           MOVE WS-ARQ-DEPARTAMENTOS-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           IF WS-PAR-EXPORT EQUAL 'S'
               OPEN OUTPUT DEPARTAMENTOS-I
               IF AS-STATUS-S27 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-S27
               END-IF
               MOVE WS-ARQ-DEPARTAMENTOS-I TO WS-GER-NOME-REG
               PERFORM 1125-REGISTRAR-UMA-SAIDA
               MOVE ZEROS TO WS-INT-CNT
               MOVE ZEROS TO WS-INT-HASH
               MOVE 'ID;NOME;ID-RESPONSAVEL' TO WS-INT-LINHA
               WRITE ARQ-DEPARTAMENTO-I FROM WS-INT-LINHA
           END-IF.

           MOVE 'N' TO AS-FIM3.
           MOVE ZEROS TO WS-DUP-VERIF-LINHA.
           READ DEPARTAMENTOS.
           IF AS-STATUS-E3 NOT EQUAL TO ZEROS
               MOVE 'S' TO AS-FIM3
           END-IF.

           PERFORM UNTIL AS-FIM3 EQUAL 'S'
               ADD 1 TO WS-LIDOS-DEPARTAMENTOS
               ADD 1 TO WS-DUP-VERIF-LINHA
               MOVE 'D' TO WS-DUP-VERIF-ARQ
               MOVE ARQ-L-ID-DEP TO WS-DUP-VERIF-ID
               PERFORM 1970-VERIFICAR-PRIMEIRA-OCORR

               IF WS-DUP-PRIMEIRA EQUAL 'S'
                   PERFORM 2305-PROCESSAR-REG-DEPARTAMENTO

       2391-LOCALIZAR-DESLIGAMENTO SECTION.
           MOVE 'N' TO WS-DESLIG-ACHADO.
           MOVE ZEROS TO WS-DESLIG-POS.
           MOVE ZEROS TO WS-DESLIG-DATA.
           MOVE SPACES TO WS-DESLIG-TRCT.
           MOVE ZEROS TO WS-DESLIG-TRCT-LIQ.

           PERFORM VARYING WS-DESLIG-IDX FROM 1 BY 1
                   UNTIL WS-DESLIG-IDX > WS-DESLIG-QTD
                       EQUAL WS-DESLIG-ID-BUSCA
                   MOVE WS-TAB-DATA-DL(WS-DESLIG-IDX)
                       TO WS-DESLIG-DATA
                   MOVE WS-TAB-TRCT-DL(WS-DESLIG-IDX)
                       TO WS-DESLIG-TRCT
                   MOVE WS-TAB-TRCT-LIQ-DL(WS-DESLIG-IDX)
                       TO WS-DESLIG-TRCT-LIQ
                   MOVE WS-DESLIG-IDX TO WS-DESLIG-POS
                   MOVE 'S' TO WS-DESLIG-ACHADO
               END-IF
           END-PERFORM.
           EXIT.

       2394-DESLIGAR-FUNCIONARIO SECTION.
           MOVE ARQ-FT-ID-FUNC TO WS-DESLIG-ID-BUSCA.
           PERFORM 2391-LOCALIZAR-DESLIGAMENTO.

           IF WS-FT-PERIODO GREATER THAN WS-PERIODO-EXEC
               DISPLAY 'DESLIGAMENTO COM DATA FUTURA, NAO '
                   'APLICADO: ' ARQ-FT-ID-FUNC
               DISPLAY 'FUNCIONARIO NAO ENCONTRADO PARA '
                   'DESLIGAMENTO: ' ARQ-FT-ID-FUNC
               MOVE 'NAO ENCONTRADO' TO AUD-FUNC-RESULTADO
           ELSE
           IF WS-DESLIG-ACHADO EQUAL 'S'
                   OR WS-TAB-STATUS-FUNC-T(WS-FT-TAB-IDX)
                       EQUAL 'DESLIGADO'
               DISPLAY 'FUNCIONARIO JA DESLIGADO, TRANSACAO '
                   'IGNORADA: ' ARQ-FT-ID-FUNC
               MOVE 'FUNC-TRANSACOES' TO WS-EXC-ORIGEM
               MOVE SPACES TO WS-EXC-CHAVE
               STRING 'FUNC=' ARQ-FT-ID-FUNC
                   DELIMITED BY SIZE INTO WS-EXC-CHAVE
               MOVE 'E' TO WS-EXC-SEVERIDADE
               MOVE 'FUNCIONARIO JA DESLIGADO, TRANSACAO IGNORADA'
                   TO WS-EXC-MOTIVO
               PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
               MOVE 'JA DESLIGADO, IGNORADA' TO AUD-FUNC-RESULTADO
           ELSE
               MOVE WS-TAB-ID-DEP-FUNC-T(WS-FT-TAB-IDX)
                   TO AUD-FUNC-DEP-ANTES
                   TO WS-TAB-ID-FUNC-DL(WS-DESLIG-QTD)
               MOVE ARQ-FT-DATA-EFETIVA
                   TO WS-TAB-DATA-DL(WS-DESLIG-QTD)
               MOVE ARQ-FT-TIPO-RESCISAO
                   TO WS-TAB-TIPO-RESC-DL(WS-DESLIG-QTD)
               MOVE ZEROS TO WS-TAB-TRCT-LIQ-DL(WS-DESLIG-QTD)
               MOVE ZEROS TO WS-TAB-EVT-PROV-DL(WS-DESLIG-QTD)
               MOVE ZEROS TO WS-TAB-EVT-DESC-DL(WS-DESLIG-QTD)
               MOVE ZEROS TO WS-TAB-EVT-INSS-DL(WS-DESLIG-QTD)
               MOVE ZEROS TO WS-TAB-EVT-IRRF-DL(WS-DESLIG-QTD)
               MOVE ZEROS TO WS-TAB-EVT-FGTS-DL(WS-DESLIG-QTD)
               IF ARQ-FT-SALDO-FGTS NUMERIC
                   MOVE ARQ-FT-SALDO-FGTS
                       TO WS-TAB-SALDO-FGTS-DL(WS-DESLIG-QTD)
               ELSE
                   MOVE ZEROS TO WS-TAB-SALDO-FGTS-DL(WS-DESLIG-QTD)
               END-IF
               IF ARQ-FT-DATA-ADMISSAO NUMERIC
                       AND ARQ-FT-DATA-ADMISSAO GREATER THAN ZEROS
                   MOVE ARQ-FT-DATA-ADMISSAO
                       TO WS-TAB-ADMIS-DL(WS-DESLIG-QTD)
               ELSE
                   MOVE ARQ-FT-ID-FUNC TO WS-ADMIS-ID-BUSCA
                   PERFORM 2398-LOCALIZAR-ADMISSAO
                   MOVE WS-ADMIS-DATA
                       TO WS-TAB-ADMIS-DL(WS-DESLIG-QTD)
               END-IF
               EVALUATE ARQ-FT-TIPO-RESCISAO
                   WHEN 'SJ'
                   WHEN 'JC'
                   WHEN 'PD'
                   WHEN 'AC'
                       MOVE 'P' TO WS-TAB-TRCT-DL(WS-DESLIG-QTD)
                   WHEN OTHER
                       MOVE 'N' TO WS-TAB-TRCT-DL(WS-DESLIG-QTD)
                       DISPLAY 'TIPO DE RESCISAO INVALIDO, TRCT NAO '
                           'CALCULADO: ' ARQ-FT-ID-FUNC ' '
                           ARQ-FT-TIPO-RESCISAO
                       MOVE 'FUNC-TRANSACOES' TO WS-EXC-ORIGEM
                       MOVE SPACES TO WS-EXC-CHAVE
                       STRING 'FUNC=' ARQ-FT-ID-FUNC
                           DELIMITED BY SIZE INTO WS-EXC-CHAVE
                       MOVE 'E' TO WS-EXC-SEVERIDADE
                       MOVE
                         'TIPO DE RESCISAO INVALIDO, TRCT NAO CALCULADO'
                           TO WS-EXC-MOTIVO
                       PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
               END-EVALUATE

               IF WS-PAR-INDEXADOS EQUAL 'S'
                   MOVE ARQ-FT-ID-FUNC TO ARQ-X-ID-FUNC

               PERFORM 2396-FLAGAR-ALOCACOES-DESLIG

               IF WS-TAB-TRCT-DL(WS-DESLIG-QTD) EQUAL 'N'
                   MOVE 'DESLIGADO, SEM TRCT' TO AUD-FUNC-RESULTADO
               ELSE
                   MOVE 'DESLIGADO' TO AUD-FUNC-RESULTADO
               END-IF
           END-IF
           END-IF
           END-IF.

               MOVE WS-TAB-ID-DEP-FUNC-T(WS-FUNC-IDX)
                   TO ARQ-S-ID-DEP-FUNC
               MOVE WS-TAB-NOME-FUNC(WS-FUNC-IDX) TO ARQ-S-NOME-FUNC
               MOVE 'FUNCIONARIOS-S' TO WS-LGPD-SAIDA
               PERFORM 3966-MOVER-PESSOAIS-FUNC
               PERFORM 3960-APLICAR-POLITICA-LGPD
               MOVE WS-LGPD-TELEFONE TO ARQ-S-TELEFONE-FUNC
               MOVE WS-LGPD-EMAIL TO ARQ-S-EMAIL-FUNC
               MOVE WS-LGPD-ENDERECO TO ARQ-S-ENDERECO-FUNC
               MOVE WS-LGPD-CPF TO ARQ-S-CPF-FUNC
               MOVE WS-TAB-TIPO-CONTR-T(WS-FUNC-IDX)
                   TO ARQ-S-TIPO-CONTRATO
               MOVE WS-TAB-MODO-TRAB-T(WS-FUNC-IDX)
           PERFORM 2452-CARREGAR-TAB-DEPARTAMENTOS.
           PERFORM 2455-CARREGAR-TAB-DESCONTOS.
           PERFORM 2461-CARREGAR-PROVISOES.
           PERFORM 2466-CARREGAR-ACUMULADOS.
           PERFORM 2751-CARREGAR-TAB-FUNCIONARIOS.
           PERFORM 2480-CARREGAR-TAB-EVENTOS.
           PERFORM 2481-CARREGAR-EVENTOS-FOLHA.
           PERFORM 2484-CARREGAR-HORAS-FOLHA.

           IF WS-PERIODO-PRIMEIRO EQUAL 'S'
               OPEN OUTPUT FOLHA-PAGAMENTO-S
           MOVE WS-FOLHA-TOTAL-PROVFER TO FOLHA-PRV-TOT-FERIAS.
           WRITE ARQ-FOLHA-S FROM FOLHA-PROV-TOTAL-FIELDS.

           PERFORM 2470-GERAR-RESCISOES.

           COMPUTE WS-PROV-MES = FUNCTION MOD(WS-PERIODO-EXEC, 100).
           IF WS-PROV-MES EQUAL 12
               PERFORM 2463-PAGAR-13-SALARIO

           IF WS-PAR-SIMULACAO EQUAL 'S'
               DISPLAY 'PROVISOES: SIMULACAO, SALDOS NAO REGRAVADOS'
               DISPLAY 'ACUMULADOS: SIMULACAO, ARQUIVO NAO REGRAVADO'
           ELSE
               PERFORM 2464-REGRAVAR-PROVISOES
               PERFORM 2468-REGRAVAR-ACUMULADOS
           END-IF.

           IF WS-PAR-EXPORT EQUAL 'S'
               WS-CNT-FOLHA.
           DISPLAY 'FOLHA DE PAGAMENTO: DESLIGADOS FORA DA FOLHA = '
               WS-CNT-FOLHA-DESLIG.
           DISPLAY 'FOLHA DE PAGAMENTO: HORAS EXTRAS APURADAS = '
               WS-CNT-EVT-HE.
           IF WS-DSF-QTD GREATER THAN ZEROS
               DISPLAY 'FOLHA DE PAGAMENTO: DIFERENCAS DE DISSIDIO = '
                   WS-CNT-DIS-PAGOS
           END-IF.

           CLOSE FOLHA-PAGAMENTO-S.

               MOVE 'S' TO WS-FOLHA-ACHADO-DEP
           END-IF.

           MOVE WS-FOLHA-SAL-FUNC TO WS-EVT-SAL-BASE.
           IF WS-DESLIG-ACHADO EQUAL 'S'
                   AND WS-DESLIG-PERIODO EQUAL WS-PERIODO-EXEC
                   AND WS-DESLIG-DIA LESS THAN 30
                   WS-FOLHA-SAL-FUNC * WS-DESLIG-DIA / 30
           END-IF.

           PERFORM 2485-APURAR-EVENTOS-FUNC.

           IF WS-DESLIG-ACHADO EQUAL 'S'
                   AND WS-DESLIG-PERIODO EQUAL WS-PERIODO-EXEC
               MOVE WS-EVT-PROVENTOS
                   TO WS-TAB-EVT-PROV-DL(WS-DESLIG-POS)
               MOVE WS-EVT-DESCONTOS
                   TO WS-TAB-EVT-DESC-DL(WS-DESLIG-POS)
               COMPUTE WS-TAB-EVT-INSS-DL(WS-DESLIG-POS) =
                   WS-EVT-BASE-INSS - WS-FOLHA-SAL-FUNC
               COMPUTE WS-TAB-EVT-IRRF-DL(WS-DESLIG-POS) =
                   WS-EVT-BASE-IRRF - WS-FOLHA-SAL-FUNC
               COMPUTE WS-TAB-EVT-FGTS-DL(WS-DESLIG-POS) =
                   WS-EVT-BASE-FGTS - WS-FOLHA-SAL-FUNC
           END-IF.

           MOVE WS-TAB-NOME-FUNC(WS-FUNC-IDX) TO FOLHA-S-NOME-FUNC.
           MOVE WS-FOLHA-NOME-CARGO TO FOLHA-S-NOME-CARGO.
           MOVE WS-FOLHA-NOME-DEP TO FOLHA-S-NOME-DEP.
           WRITE ARQ-FOLHA-S FROM FOLHA-DETALHE-FIELDS.
           ADD 1 TO WS-CNT-FOLHA.
           PERFORM 2488-GRAVAR-EVENTOS-FUNC.

           IF WS-POS-DEP GREATER THAN ZEROS
               ADD WS-CALC-SAL-BRUTO
           ADD WS-CALC-LIQUIDO TO WS-FOLHA-TOTAL-LIQUIDO.
           ADD WS-CALC-FGTS TO WS-FOLHA-TOTAL-FGTS.

           PERFORM 2975-CONTABILIZAR-FOLHA-FUNC.

           MOVE WS-TAB-ID-FUNC(WS-FUNC-IDX) TO WS-ACU-ID-BUSCA.
           MOVE WS-PERIODO-EXEC TO WS-ACU-PER-BUSCA.
           PERFORM 2467-LOCALIZAR-ACUMULADO.
           MOVE WS-TAB-ID-DEP-FUNC-T(WS-FUNC-IDX)
               TO WS-TAB-ID-DEP-AF(WS-ACU-POS).
           MOVE WS-CALC-SAL-BRUTO TO WS-TAB-BRUTO-AF(WS-ACU-POS).
           MOVE WS-CALC-INSS TO WS-TAB-INSS-AF(WS-ACU-POS).
           MOVE WS-CALC-IRRF TO WS-TAB-IRRF-AF(WS-ACU-POS).
           MOVE WS-CALC-FGTS TO WS-TAB-FGTS-AF(WS-ACU-POS).

           MOVE WS-TAB-ID-FUNC(WS-FUNC-IDX) TO WS-FLQ-ID-BUSCA.
           PERFORM 2490-REGISTRAR-LIQUIDO-FOLHA.

           PERFORM 2397-RESOLVER-STATUS-EFETIVO.
           IF WS-FEF-STATUS EQUAL 'ATIVO'
               COMPUTE WS-PROV-13-MES ROUNDED =
               END-IF
               ADD WS-PROV-13-MES TO WS-FOLHA-TOTAL-PROV13
               ADD WS-PROV-FERIAS-MES TO WS-FOLHA-TOTAL-PROVFER
               MOVE 'PROV-13' TO WS-CTB-EVENTO
               MOVE WS-PROV-13-MES TO WS-CTB-VALOR
               PERFORM 2971-ACUMULAR-LANCAMENTO
               MOVE 'PROV-FER' TO WS-CTB-EVENTO
               MOVE WS-PROV-FERIAS-MES TO WS-CTB-VALOR
               PERFORM 2971-ACUMULAR-LANCAMENTO
           END-IF.

           IF WS-PAR-EXPORT EQUAL 'S'
               PERFORM 7160-EXPORTAR-FOLHA
               PERFORM 7161-EXPORTAR-EVENTOS-FOLHA
           END-IF.

       2457-GRAVAR-REG-FOLHA-FIM.
           EXIT.

       2460-CALCULAR-DESCONTOS SECTION.
           MOVE WS-CALC-SAL-BRUTO TO WS-CALC-INC-INSS.
           MOVE WS-CALC-SAL-BRUTO TO WS-CALC-INC-IRRF.
           MOVE WS-CALC-SAL-BRUTO TO WS-CALC-INC-FGTS.
           PERFORM 2465-CALCULAR-ENCARGOS.

       2460-CALCULAR-DESCONTOS-FIM.
           EXIT.

       2465-CALCULAR-ENCARGOS SECTION.
           MOVE ZEROS TO WS-CALC-INSS.
           MOVE ZEROS TO WS-CALC-IRRF.
           MOVE ZEROS TO WS-CALC-FGTS.
           MOVE ZEROS TO WS-CALC-FAIXA-INI.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
                   UNTIL WS-D-IDX > WS-INSS-QTD
               IF WS-CALC-INC-INSS GREATER THAN WS-CALC-FAIXA-INI
                   IF WS-CALC-INC-INSS LESS THAN
                           WS-TAB-INSS-LIMITE(WS-D-IDX)
                       MOVE WS-CALC-INC-INSS TO WS-CALC-FAIXA-FIM
                   ELSE
                       MOVE WS-TAB-INSS-LIMITE(WS-D-IDX)
                           TO WS-CALC-FAIXA-FIM
               MOVE WS-TAB-INSS-LIMITE(WS-D-IDX) TO WS-CALC-FAIXA-INI
           END-PERFORM.

           IF WS-CALC-INC-IRRF GREATER THAN WS-CALC-INSS
               COMPUTE WS-CALC-BASE-IRRF =
                   WS-CALC-INC-IRRF - WS-CALC-INSS
           ELSE
               MOVE ZEROS TO WS-CALC-BASE-IRRF
           END-IF.

           MOVE 'N' TO WS-CALC-ACHADO.
           PERFORM VARYING WS-D-IDX FROM 1 BY 1
           END-PERFORM.

           COMPUTE WS-CALC-FGTS ROUNDED =
               WS-CALC-INC-FGTS * WS-FGTS-ALIQ / 100.

           COMPUTE WS-CALC-LIQUIDO = WS-CALC-SAL-BRUTO
               - WS-CALC-INSS - WS-CALC-IRRF.

       2465-CALCULAR-ENCARGOS-FIM.
           EXIT.

       2461-CARREGAR-PROVISOES SECTION.
                   ADD 1 TO WS-CNT-PROV-13-PAGOS
                   ADD WS-TAB-SALDO-13-PV(WS-PROV-IDX)
                       TO WS-PROV-13-PAGO-VALOR
                   MOVE WS-TAB-ID-FUNC-PV(WS-PROV-IDX)
                       TO WS-ACU-ID-BUSCA
                   MOVE WS-PERIODO-EXEC TO WS-ACU-PER-BUSCA
                   PERFORM 2467-LOCALIZAR-ACUMULADO
                   MOVE WS-TAB-SALDO-13-PV(WS-PROV-IDX)
                       TO WS-TAB-13-PAGO-AF(WS-ACU-POS)
                   MOVE ZEROS TO WS-TAB-SALDO-13-PV(WS-PROV-IDX)
               END-IF
           END-PERFORM.
       2464-REGRAVAR-PROVISOES-FIM.
           EXIT.

       2466-CARREGAR-ACUMULADOS SECTION.
           IF WS-ACU-CARREGADA EQUAL 'S'
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-ACU-QTD

               OPEN INPUT ACUMULADOS-F
               IF AS-STATUS-E28 NOT EQUAL TO ZEROS
                   DISPLAY 'ACUMULADOS: ARQUIVO AUSENTE, INICIADO '
                       'VAZIO ' AS-STATUS-E28
               ELSE
                   MOVE 'N' TO AS-FIM27
                   READ ACUMULADOS-F
                   IF AS-STATUS-E28 NOT EQUAL TO ZEROS
                       MOVE 'S' TO AS-FIM27
                   END-IF

                   PERFORM UNTIL AS-FIM27 EQUAL 'S'
                       IF ARQ-AC-ID-FUNC NUMERIC
                               AND ARQ-AC-PERIODO NUMERIC
                           IF WS-ACU-QTD GREATER THAN OR EQUAL TO 30000
                               MOVE 'ACUMULADOS' TO WS-ABORT-TABELA
                               PERFORM 9100-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WS-ACU-QTD
                           MOVE ARQ-AC-ID-FUNC
                               TO WS-TAB-ID-FUNC-AF(WS-ACU-QTD)
                           MOVE ARQ-AC-PERIODO
                               TO WS-TAB-PERIODO-AF(WS-ACU-QTD)
                           MOVE ARQ-AC-ID-DEP
                               TO WS-TAB-ID-DEP-AF(WS-ACU-QTD)
                           MOVE ARQ-AC-BRUTO
                               TO WS-TAB-BRUTO-AF(WS-ACU-QTD)
                           MOVE ARQ-AC-INSS
                               TO WS-TAB-INSS-AF(WS-ACU-QTD)
                           MOVE ARQ-AC-IRRF
                               TO WS-TAB-IRRF-AF(WS-ACU-QTD)
                           MOVE ARQ-AC-FGTS
                               TO WS-TAB-FGTS-AF(WS-ACU-QTD)
                           MOVE ARQ-AC-13-PAGO
                               TO WS-TAB-13-PAGO-AF(WS-ACU-QTD)
                           MOVE ARQ-AC-RESCISAO
                               TO WS-TAB-RESCISAO-AF(WS-ACU-QTD)
                           MOVE ARQ-AC-FERIAS
                               TO WS-TAB-FERIAS-AF(WS-ACU-QTD)
                           MOVE ARQ-AC-RESC-INSS
                               TO WS-TAB-RESC-INSS-AF(WS-ACU-QTD)
                           MOVE ARQ-AC-RESC-IRRF
                               TO WS-TAB-RESC-IRRF-AF(WS-ACU-QTD)
                       END-IF

                       READ ACUMULADOS-F
                           AT END
                               MOVE 'S' TO AS-FIM27
                       END-READ
                   END-PERFORM

                   CLOSE ACUMULADOS-F
               END-IF

               MOVE 'S' TO WS-ACU-CARREGADA
           END-IF.

       2466-CARREGAR-ACUMULADOS-FIM.
           EXIT.

       2467-LOCALIZAR-ACUMULADO SECTION.
           MOVE 'N' TO WS-ACU-ACHADO.
           MOVE ZEROS TO WS-ACU-POS.
           PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                   UNTIL WS-ACU-IDX > WS-ACU-QTD
                      OR WS-ACU-ACHADO EQUAL 'S'
               IF WS-TAB-ID-FUNC-AF(WS-ACU-IDX) EQUAL WS-ACU-ID-BUSCA
                       AND WS-TAB-PERIODO-AF(WS-ACU-IDX)
                           EQUAL WS-ACU-PER-BUSCA
                   MOVE 'S' TO WS-ACU-ACHADO
                   MOVE WS-ACU-IDX TO WS-ACU-POS
               END-IF
           END-PERFORM.

           IF WS-ACU-ACHADO EQUAL 'N'
               IF WS-ACU-QTD GREATER THAN OR EQUAL TO 30000
                   MOVE 'ACUMULADOS' TO WS-ABORT-TABELA
                   PERFORM 9100-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WS-ACU-QTD
               MOVE WS-ACU-QTD TO WS-ACU-POS
               MOVE WS-ACU-ID-BUSCA TO WS-TAB-ID-FUNC-AF(WS-ACU-POS)
               MOVE WS-ACU-PER-BUSCA TO WS-TAB-PERIODO-AF(WS-ACU-POS)
               MOVE ZEROS TO WS-TAB-ID-DEP-AF(WS-ACU-POS)
               MOVE ZEROS TO WS-TAB-BRUTO-AF(WS-ACU-POS)
               MOVE ZEROS TO WS-TAB-INSS-AF(WS-ACU-POS)
               MOVE ZEROS TO WS-TAB-IRRF-AF(WS-ACU-POS)
               MOVE ZEROS TO WS-TAB-FGTS-AF(WS-ACU-POS)
               MOVE ZEROS TO WS-TAB-13-PAGO-AF(WS-ACU-POS)
               MOVE ZEROS TO WS-TAB-RESCISAO-AF(WS-ACU-POS)
               MOVE ZEROS TO WS-TAB-FERIAS-AF(WS-ACU-POS)
               MOVE ZEROS TO WS-TAB-RESC-INSS-AF(WS-ACU-POS)
               MOVE ZEROS TO WS-TAB-RESC-IRRF-AF(WS-ACU-POS)
           END-IF.

       2467-LOCALIZAR-ACUMULADO-FIM.
           EXIT.

       2468-REGRAVAR-ACUMULADOS SECTION.
           OPEN OUTPUT ACUMULADOS-F.
           IF AS-STATUS-E28 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E28
           END-IF.

           PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                   UNTIL WS-ACU-IDX > WS-ACU-QTD
               MOVE SPACES TO ARQ-ACUMULADOS
               MOVE WS-TAB-ID-FUNC-AF(WS-ACU-IDX) TO ARQ-AC-ID-FUNC
               MOVE WS-TAB-PERIODO-AF(WS-ACU-IDX) TO ARQ-AC-PERIODO
               MOVE WS-TAB-ID-DEP-AF(WS-ACU-IDX) TO ARQ-AC-ID-DEP
               MOVE WS-TAB-BRUTO-AF(WS-ACU-IDX) TO ARQ-AC-BRUTO
               MOVE WS-TAB-INSS-AF(WS-ACU-IDX) TO ARQ-AC-INSS
               MOVE WS-TAB-IRRF-AF(WS-ACU-IDX) TO ARQ-AC-IRRF
               MOVE WS-TAB-FGTS-AF(WS-ACU-IDX) TO ARQ-AC-FGTS
               MOVE WS-TAB-13-PAGO-AF(WS-ACU-IDX) TO ARQ-AC-13-PAGO
               MOVE WS-TAB-RESCISAO-AF(WS-ACU-IDX)
                   TO ARQ-AC-RESCISAO
               MOVE WS-TAB-FERIAS-AF(WS-ACU-IDX) TO ARQ-AC-FERIAS
               MOVE WS-TAB-RESC-INSS-AF(WS-ACU-IDX)
                   TO ARQ-AC-RESC-INSS
               MOVE WS-TAB-RESC-IRRF-AF(WS-ACU-IDX)
                   TO ARQ-AC-RESC-IRRF
               WRITE ARQ-ACUMULADOS
           END-PERFORM.

           CLOSE ACUMULADOS-F.

           DISPLAY 'ACUMULADOS: REGISTROS GRAVADOS = ' WS-ACU-QTD.

       2468-REGRAVAR-ACUMULADOS-FIM.
           EXIT.

       2469-ACUMULAR-RESCISAO SECTION.
           MOVE WS-TAB-ID-FUNC-DL(WS-RESC-IDX) TO WS-ACU-ID-BUSCA.
           MOVE WS-PERIODO-EXEC TO WS-ACU-PER-BUSCA.
           PERFORM 2467-LOCALIZAR-ACUMULADO.
           IF WS-TAB-ID-DEP-AF(WS-ACU-POS) EQUAL ZEROS
                   AND WS-FATU-ACHADO EQUAL 'S'
               MOVE WS-FATU-ID-DEP TO WS-TAB-ID-DEP-AF(WS-ACU-POS)
           END-IF.
           COMPUTE WS-TAB-RESCISAO-AF(WS-ACU-POS) =
               WS-RESC-AVISO + WS-RESC-13-PROP.
           COMPUTE WS-TAB-FERIAS-AF(WS-ACU-POS) =
               WS-RESC-FER-VENC + WS-RESC-FER-PROP.
           COMPUTE WS-TAB-RESC-INSS-AF(WS-ACU-POS) =
               WS-RESC-INSS - WS-RESC-INSS-SALDO.
           COMPUTE WS-TAB-RESC-IRRF-AF(WS-ACU-POS) =
               WS-RESC-IRRF - WS-RESC-IRRF-SALDO.

       2469-ACUMULAR-RESCISAO-FIM.
           EXIT.

       2470-GERAR-RESCISOES SECTION.
           IF WS-PERIODO-PRIMEIRO EQUAL 'S'
               OPEN OUTPUT TRCT-S
           ELSE
               OPEN EXTEND TRCT-S
           END-IF.
           IF AS-STATUS-S41 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S41
           END-IF.
           MOVE WS-ARQ-TRCT-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-TRCT-S FROM RELATORIO-DATA-FIELDS.
           MOVE WS-PERIODO-EXEC TO REL-PERIODO.
           WRITE ARQ-TRCT-S FROM RELATORIO-PERIODO-FIELDS.

           MOVE ZEROS TO WS-CNT-RESCISOES.
           MOVE ZEROS TO WS-RESC-TOTAL-LIQUIDO.

           PERFORM VARYING WS-RESC-IDX FROM 1 BY 1
                   UNTIL WS-RESC-IDX > WS-DESLIG-QTD
               MOVE WS-TAB-DATA-DL(WS-RESC-IDX) TO WS-RESC-DATA
               IF WS-TAB-TRCT-DL(WS-RESC-IDX) EQUAL 'P'
                       AND WS-RESC-DATA(1:6) NOT GREATER THAN
                           WS-PERIODO-EXEC
                   PERFORM 2471-CALCULAR-RESCISAO
                   PERFORM 2469-ACUMULAR-RESCISAO
                   PERFORM 2472-IMPRIMIR-TRCT
                   PERFORM 2474-ZERAR-PROVISOES-RESC
                   MOVE 'S' TO WS-TAB-TRCT-DL(WS-RESC-IDX)
                   MOVE WS-RESC-LIQUIDO
                       TO WS-TAB-TRCT-LIQ-DL(WS-RESC-IDX)
                   ADD 1 TO WS-CNT-RESCISOES
                   ADD WS-RESC-LIQUIDO TO WS-RESC-TOTAL-LIQUIDO
               END-IF
           END-PERFORM.

           MOVE WS-CNT-RESCISOES TO TRCT-T-QTD.
           MOVE WS-RESC-TOTAL-LIQUIDO TO TRCT-T-LIQUIDO.
           WRITE ARQ-TRCT-S FROM TRCT-TOTAL-FIELDS.

           DISPLAY 'TRCT: RESCISOES CALCULADAS = ' WS-CNT-RESCISOES
               ' LIQUIDO = ' WS-RESC-TOTAL-LIQUIDO.

           CLOSE TRCT-S.

       2470-GERAR-RESCISOES-FIM.
           EXIT.

       2471-CALCULAR-RESCISAO SECTION.
           MOVE WS-TAB-TIPO-RESC-DL(WS-RESC-IDX) TO WS-RESC-TIPO.
           MOVE WS-TAB-ADMIS-DL(WS-RESC-IDX) TO WS-RESC-ADMIS.
           MOVE ZEROS TO WS-RESC-SAL-BASE.
           MOVE ZEROS TO WS-RESC-SALDO-SAL.
           MOVE ZEROS TO WS-RESC-AVISO.
           MOVE ZEROS TO WS-RESC-FER-TOTAL.
           MOVE ZEROS TO WS-RESC-FER-VENC.
           MOVE ZEROS TO WS-RESC-FER-PROP.
           MOVE ZEROS TO WS-RESC-13-PROP.
           MOVE ZEROS TO WS-RESC-INSS.
           MOVE ZEROS TO WS-RESC-IRRF.
           MOVE ZEROS TO WS-RESC-FGTS.
           MOVE ZEROS TO WS-RESC-MULTA-FGTS.
           MOVE ZEROS TO WS-RESC-ANOS.
           MOVE ZEROS TO WS-RESC-MESES.
           MOVE ZEROS TO WS-RESC-AVOS.
           MOVE ZEROS TO WS-RESC-DIAS-AVISO.
           MOVE ZEROS TO WS-RESC-SALDO-13-PV.
           MOVE ZEROS TO WS-RESC-SALDO-FER-PV.
           MOVE WS-TAB-EVT-PROV-DL(WS-RESC-IDX) TO WS-RESC-EVT-PROV.
           MOVE WS-TAB-EVT-DESC-DL(WS-RESC-IDX) TO WS-RESC-EVT-DESC.

           EVALUATE WS-RESC-TIPO
               WHEN 'SJ'
                   MOVE 'DISPENSA SEM JUSTA CAUSA' TO WS-RESC-TIPO-DESC
                   MOVE 40 TO WS-RESC-MULTA-ALIQ
               WHEN 'JC'
                   MOVE 'DISPENSA POR JUSTA CAUSA' TO WS-RESC-TIPO-DESC
                   MOVE ZEROS TO WS-RESC-MULTA-ALIQ
               WHEN 'PD'
                   MOVE 'PEDIDO DE DEMISSAO' TO WS-RESC-TIPO-DESC
                   MOVE ZEROS TO WS-RESC-MULTA-ALIQ
               WHEN OTHER
                   MOVE 'ACORDO ENTRE AS PARTES' TO WS-RESC-TIPO-DESC
                   MOVE 20 TO WS-RESC-MULTA-ALIQ
           END-EVALUATE.

           MOVE WS-TAB-ID-FUNC-DL(WS-RESC-IDX) TO WS-POS-ID-BUSCA.
           PERFORM 3953-LER-FUNCIONARIO-ATUAL.
           IF WS-FATU-ACHADO EQUAL 'S'
               MOVE WS-FATU-ID-CARGO TO WS-POS-ID-BUSCA
               PERFORM 3954-LER-CARGO-ATUAL
               IF WS-GATU-ACHADO EQUAL 'S'
                   MOVE WS-GATU-SAL-BASE TO WS-RESC-SAL-BASE
               END-IF
           END-IF.

           IF WS-RESC-DIA NOT LESS THAN 15
               MOVE 1 TO WS-RESC-AVO-MES
           ELSE
               MOVE ZEROS TO WS-RESC-AVO-MES
           END-IF.

           IF WS-RESC-ADMIS GREATER THAN ZEROS
                   AND WS-RESC-ADMIS LESS THAN WS-RESC-DATA
               COMPUTE WS-RESC-MESES =
                   (WS-RESC-ANO - WS-RESC-ADMIS-ANO) * 12
                   + WS-RESC-MES - WS-RESC-ADMIS-MES
               IF WS-RESC-DIA LESS THAN WS-RESC-ADMIS-DIA
                       AND WS-RESC-MESES GREATER THAN ZEROS
                   SUBTRACT 1 FROM WS-RESC-MESES
               END-IF
               COMPUTE WS-RESC-ANOS = WS-RESC-MESES / 12
               COMPUTE WS-RESC-AVOS =
                   WS-RESC-MESES - (WS-RESC-ANOS * 12)
               IF WS-RESC-DIA NOT LESS THAN WS-RESC-ADMIS-DIA
                   IF WS-RESC-DIA - WS-RESC-ADMIS-DIA
                           NOT LESS THAN 14
                       ADD 1 TO WS-RESC-AVOS
                   END-IF
               ELSE
                   IF WS-RESC-DIA + 30 - WS-RESC-ADMIS-DIA
                           NOT LESS THAN 14
                       ADD 1 TO WS-RESC-AVOS
                   END-IF
               END-IF
               IF WS-RESC-AVOS GREATER THAN 12
                   MOVE 12 TO WS-RESC-AVOS
               END-IF
           ELSE
               MOVE WS-RESC-AVO-MES TO WS-RESC-AVOS
           END-IF.

           IF WS-RESC-DIA NOT LESS THAN 30
               MOVE WS-RESC-SAL-BASE TO WS-RESC-SALDO-SAL
           ELSE
               COMPUTE WS-RESC-SALDO-SAL ROUNDED =
                   WS-RESC-SAL-BASE * WS-RESC-DIA / 30
           END-IF.
           COMPUTE WS-CALC-SAL-BRUTO =
               WS-RESC-SALDO-SAL + WS-RESC-EVT-PROV.
           COMPUTE WS-RESC-BASE-AUX =
               WS-RESC-SALDO-SAL + WS-TAB-EVT-INSS-DL(WS-RESC-IDX).
           IF WS-RESC-BASE-AUX LESS THAN ZEROS
               MOVE ZEROS TO WS-RESC-BASE-AUX
           END-IF.
           MOVE WS-RESC-BASE-AUX TO WS-CALC-INC-INSS.
           COMPUTE WS-RESC-BASE-AUX =
               WS-RESC-SALDO-SAL + WS-TAB-EVT-IRRF-DL(WS-RESC-IDX).
           IF WS-RESC-BASE-AUX LESS THAN ZEROS
               MOVE ZEROS TO WS-RESC-BASE-AUX
           END-IF.
           MOVE WS-RESC-BASE-AUX TO WS-CALC-INC-IRRF.
           COMPUTE WS-RESC-BASE-AUX =
               WS-RESC-SALDO-SAL + WS-TAB-EVT-FGTS-DL(WS-RESC-IDX).
           IF WS-RESC-BASE-AUX LESS THAN ZEROS
               MOVE ZEROS TO WS-RESC-BASE-AUX
           END-IF.
           MOVE WS-RESC-BASE-AUX TO WS-CALC-INC-FGTS.
           PERFORM 2465-CALCULAR-ENCARGOS.
           ADD WS-CALC-INSS TO WS-RESC-INSS.
           ADD WS-CALC-IRRF TO WS-RESC-IRRF.
           ADD WS-CALC-FGTS TO WS-RESC-FGTS.
           MOVE WS-CALC-INSS TO WS-RESC-INSS-SALDO.
           MOVE WS-CALC-IRRF TO WS-RESC-IRRF-SALDO.

           PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                   UNTIL WS-PROV-IDX > WS-PROV-QTD
               IF WS-TAB-ID-FUNC-PV(WS-PROV-IDX)
                       EQUAL WS-TAB-ID-FUNC-DL(WS-RESC-IDX)
                   MOVE WS-TAB-SALDO-13-PV(WS-PROV-IDX)
                       TO WS-RESC-SALDO-13-PV
                   MOVE WS-TAB-SALDO-FER-PV(WS-PROV-IDX)
                       TO WS-RESC-SALDO-FER-PV
               END-IF
           END-PERFORM.

           IF WS-RESC-TIPO NOT EQUAL 'JC'
               COMPUTE WS-RESC-13-PROP ROUNDED = WS-RESC-SALDO-13-PV
                   + (WS-RESC-SAL-BASE * WS-RESC-AVO-MES / 12)
               MOVE WS-RESC-13-PROP TO WS-CALC-SAL-BRUTO
               PERFORM 2460-CALCULAR-DESCONTOS
               ADD WS-CALC-INSS TO WS-RESC-INSS
               ADD WS-CALC-IRRF TO WS-RESC-IRRF
               ADD WS-CALC-FGTS TO WS-RESC-FGTS
           END-IF.

           IF WS-RESC-TIPO EQUAL 'JC'
               MOVE WS-RESC-SALDO-FER-PV TO WS-RESC-FER-TOTAL
           ELSE
               COMPUTE WS-RESC-FER-TOTAL ROUNDED = WS-RESC-SALDO-FER-PV
                   + (WS-RESC-SAL-BASE * WS-RESC-AVO-MES * 4 / 36)
           END-IF.
           COMPUTE WS-RESC-FER-PROP ROUNDED =
               WS-RESC-SAL-BASE * WS-RESC-AVOS * 4 / 36.
           IF WS-RESC-FER-TOTAL GREATER THAN WS-RESC-FER-PROP
               COMPUTE WS-RESC-FER-VENC =
                   WS-RESC-FER-TOTAL - WS-RESC-FER-PROP
           END-IF.
           IF WS-RESC-TIPO EQUAL 'JC'
               MOVE ZEROS TO WS-RESC-FER-PROP
           END-IF.

           IF WS-RESC-TIPO EQUAL 'SJ' OR WS-RESC-TIPO EQUAL 'AC'
               COMPUTE WS-RESC-DIAS-AVISO = 30 + (WS-RESC-ANOS * 3)
               IF WS-RESC-DIAS-AVISO GREATER THAN 90
                   MOVE 90 TO WS-RESC-DIAS-AVISO
               END-IF
               IF WS-RESC-TIPO EQUAL 'AC'
                   COMPUTE WS-RESC-DIAS-AVISO =
                       WS-RESC-DIAS-AVISO / 2
               END-IF
               COMPUTE WS-RESC-AVISO ROUNDED =
                   WS-RESC-SAL-BASE * WS-RESC-DIAS-AVISO / 30
               COMPUTE WS-RESC-FGTS ROUNDED = WS-RESC-FGTS
                   + (WS-RESC-AVISO * WS-FGTS-ALIQ / 100)
           END-IF.

           COMPUTE WS-RESC-MULTA-FGTS ROUNDED =
               (WS-TAB-SALDO-FGTS-DL(WS-RESC-IDX) + WS-RESC-FGTS)
               * WS-RESC-MULTA-ALIQ / 100.

           COMPUTE WS-RESC-BRUTO = WS-RESC-SALDO-SAL + WS-RESC-AVISO
               + WS-RESC-FER-VENC + WS-RESC-FER-PROP
               + WS-RESC-13-PROP + WS-RESC-EVT-PROV.
           COMPUTE WS-RESC-DESCONTOS = WS-RESC-INSS + WS-RESC-IRRF
               + WS-RESC-EVT-DESC.
           IF WS-RESC-BRUTO GREATER THAN WS-RESC-DESCONTOS
               COMPUTE WS-RESC-LIQUIDO =
                   WS-RESC-BRUTO - WS-RESC-DESCONTOS
           ELSE
               MOVE ZEROS TO WS-RESC-LIQUIDO
           END-IF.

       2471-CALCULAR-RESCISAO-FIM.
           EXIT.

       2472-IMPRIMIR-TRCT SECTION.
           WRITE ARQ-TRCT-S FROM TRCT-TITULO-FIELDS.

           MOVE WS-TAB-ID-FUNC-DL(WS-RESC-IDX) TO TRCT-F-ID-FUNC.
           MOVE WS-FATU-NOME TO TRCT-F-NOME.
           MOVE WS-FATU-CPF TO TRCT-F-CPF.
           WRITE ARQ-TRCT-S FROM TRCT-FUNC-FIELDS.

           MOVE WS-GATU-NOME TO TRCT-C-CARGO.
           MOVE WS-RESC-ADMIS TO TRCT-C-ADMISSAO.
           MOVE WS-RESC-DATA TO TRCT-C-DESLIG.
           MOVE WS-RESC-TIPO TO TRCT-C-TIPO.
           MOVE WS-RESC-TIPO-DESC TO TRCT-C-TIPO-DESC.
           WRITE ARQ-TRCT-S FROM TRCT-CONTRATO-FIELDS.

           MOVE 'SALDO DE SALARIO' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-SALDO-SAL TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.
           MOVE 'AVISO PREVIO INDENIZADO' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-AVISO TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.
           MOVE 'FERIAS VENCIDAS + 1/3' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-FER-VENC TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.
           MOVE 'FERIAS PROPORCIONAIS + 1/3' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-FER-PROP TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.
           MOVE '13O SALARIO PROPORCIONAL' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-13-PROP TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.
           MOVE 'EVENTOS DO MES (PROVENTOS)' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-EVT-PROV TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.
           MOVE 'TOTAL BRUTO' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-BRUTO TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.
           MOVE '(-) INSS' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-INSS TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.
           MOVE '(-) IRRF' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-IRRF TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.
           MOVE '(-) DESCONTOS DE EVENTOS' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-EVT-DESC TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.
           MOVE 'LIQUIDO A RECEBER' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-LIQUIDO TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.
           MOVE 'FGTS DO MES RESCISORIO' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-FGTS TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.
           MOVE 'MULTA FGTS (GRRF)' TO TRCT-V-DESCRICAO.
           MOVE WS-RESC-MULTA-FGTS TO TRCT-V-VALOR.
           PERFORM 2473-GRAVAR-VERBA-TRCT.

       2472-IMPRIMIR-TRCT-FIM.
           EXIT.

       2473-GRAVAR-VERBA-TRCT SECTION.
           WRITE ARQ-TRCT-S FROM TRCT-VERBA-FIELDS.

       2473-GRAVAR-VERBA-TRCT-FIM.
           EXIT.

       2474-ZERAR-PROVISOES-RESC SECTION.
           PERFORM VARYING WS-PROV-IDX FROM 1 BY 1
                   UNTIL WS-PROV-IDX > WS-PROV-QTD
               IF WS-TAB-ID-FUNC-PV(WS-PROV-IDX)
                       EQUAL WS-TAB-ID-FUNC-DL(WS-RESC-IDX)
                   MOVE ZEROS TO WS-TAB-SALDO-13-PV(WS-PROV-IDX)
                   MOVE ZEROS TO WS-TAB-SALDO-FER-PV(WS-PROV-IDX)
                   MOVE WS-PERIODO-EXEC
                       TO WS-TAB-ULT-PER-PV(WS-PROV-IDX)
               END-IF
           END-PERFORM.

       2474-ZERAR-PROVISOES-RESC-FIM.
           EXIT.

       2480-CARREGAR-TAB-EVENTOS SECTION.
           IF WS-EVT-CARREGADA EQUAL 'S'
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-EVT-QTD
               MOVE ZEROS TO WS-CNT-EVT-TABELA

               OPEN INPUT TABELA-EVENTOS
               IF AS-STATUS-E22 NOT EQUAL TO ZEROS
                   DISPLAY 'TABELA EVENTOS: ARQUIVO AUSENTE, '
                       'FOLHA SEM EVENTOS ' AS-STATUS-E22
               ELSE
                   MOVE 'N' TO AS-FIM21
                   READ TABELA-EVENTOS
                   IF AS-STATUS-E22 NOT EQUAL TO ZEROS
                       MOVE 'S' TO AS-FIM21
                   END-IF

                   PERFORM UNTIL AS-FIM21 EQUAL 'S'
                       ADD 1 TO WS-CNT-EVT-TABELA
                       IF (ARQ-TE-NATUREZA EQUAL 'P'
                               OR ARQ-TE-NATUREZA EQUAL 'D')
                           AND (ARQ-TE-FORMA EQUAL 'H'
                               OR ARQ-TE-FORMA EQUAL 'D'
                               OR ARQ-TE-FORMA EQUAL 'V'
                               OR ARQ-TE-FORMA EQUAL 'R')
                           IF WS-EVT-QTD GREATER THAN OR EQUAL TO 500
                               MOVE 'TABELA-EVENTOS' TO WS-ABORT-TABELA
                               PERFORM 9100-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WS-EVT-QTD
                           MOVE ARQ-TE-CODIGO
                               TO WS-TAB-COD-EV(WS-EVT-QTD)
                           MOVE ARQ-TE-DESCRICAO
                               TO WS-TAB-DESC-EV(WS-EVT-QTD)
                           MOVE ARQ-TE-NATUREZA
                               TO WS-TAB-NATUREZA-EV(WS-EVT-QTD)
                           MOVE ARQ-TE-INCIDE-INSS
                               TO WS-TAB-INSS-EV(WS-EVT-QTD)
                           MOVE ARQ-TE-INCIDE-IRRF
                               TO WS-TAB-IRRF-EV(WS-EVT-QTD)
                           MOVE ARQ-TE-INCIDE-FGTS
                               TO WS-TAB-FGTS-EV(WS-EVT-QTD)
                           MOVE ARQ-TE-FORMA
                               TO WS-TAB-FORMA-EV(WS-EVT-QTD)
                           IF ARQ-TE-PERCENTUAL NUMERIC
                               MOVE ARQ-TE-PERCENTUAL
                                   TO WS-TAB-PERC-EV(WS-EVT-QTD)
                           ELSE
                               MOVE ZEROS
                                   TO WS-TAB-PERC-EV(WS-EVT-QTD)
                           END-IF
                       ELSE
                           DISPLAY 'TABELA EVENTOS: CODIGO COM '
                               'NATUREZA OU FORMA INVALIDA, '
                               'IGNORADO: ' ARQ-TE-CODIGO
                       END-IF

                       READ TABELA-EVENTOS
                           AT END
                               MOVE 'S' TO AS-FIM21
                       END-READ
                   END-PERFORM

                   CLOSE TABELA-EVENTOS

                   DISPLAY 'TABELA EVENTOS: REGISTROS LIDOS = '
                       WS-CNT-EVT-TABELA
               END-IF

               MOVE 'S' TO WS-EVT-CARREGADA
           END-IF.

       2480-CARREGAR-TAB-EVENTOS-FIM.
           EXIT.

       2481-CARREGAR-EVENTOS-FOLHA SECTION.
           MOVE ZEROS TO WS-EVM-QTD.
           MOVE ZEROS TO WS-CNT-EVT-LIDOS.
           MOVE ZEROS TO WS-CNT-EVT-ACEITOS.
           MOVE ZEROS TO WS-CNT-EVT-REJEITADOS.
           MOVE ZEROS TO WS-CNT-EVT-HE.

           OPEN INPUT EVENTOS-FOLHA.
           IF AS-STATUS-E21 NOT EQUAL TO ZEROS
               DISPLAY 'EVENTOS FOLHA: ARQUIVO AUSENTE, FOLHA SEM '
                   'EVENTOS INFORMADOS ' AS-STATUS-E21
           ELSE
               MOVE 'N' TO AS-FIM20
               READ EVENTOS-FOLHA
               IF AS-STATUS-E21 NOT EQUAL TO ZEROS
                   MOVE 'S' TO AS-FIM20
               END-IF

               PERFORM UNTIL AS-FIM20 EQUAL 'S'
                   ADD 1 TO WS-CNT-EVT-LIDOS
                   PERFORM 2482-VALIDAR-EVENTO

                   IF WS-EVT-VALIDO EQUAL 'S'
                       IF WS-EVM-QTD GREATER THAN OR EQUAL TO 20000
                           MOVE 'EVENTOS-FOLHA' TO WS-ABORT-TABELA
                           PERFORM 9100-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WS-EVM-QTD
                       ADD 1 TO WS-CNT-EVT-ACEITOS
                       MOVE ARQ-EV-ID-FUNC
                           TO WS-TAB-ID-FUNC-EM(WS-EVM-QTD)
                       MOVE WS-EVT-POS
                           TO WS-TAB-POS-EV-EM(WS-EVM-QTD)
                       MOVE ARQ-EV-QUANTIDADE
                           TO WS-TAB-QTD-EM(WS-EVM-QTD)
                       MOVE ARQ-EV-VALOR
                           TO WS-TAB-VALOR-EM(WS-EVM-QTD)
                   ELSE
                       IF WS-EVT-VALIDO EQUAL 'N'
                           PERFORM 2489-REJEITAR-EVENTO
                       END-IF
                   END-IF

                   READ EVENTOS-FOLHA
                       AT END
                           MOVE 'S' TO AS-FIM20
                   END-READ
               END-PERFORM

               CLOSE EVENTOS-FOLHA

               DISPLAY 'EVENTOS FOLHA: LIDOS = ' WS-CNT-EVT-LIDOS
                   ' ACEITOS = ' WS-CNT-EVT-ACEITOS
                   ' REJEITADOS = ' WS-CNT-EVT-REJEITADOS
           END-IF.

       2481-CARREGAR-EVENTOS-FOLHA-FIM.
           EXIT.

       2482-VALIDAR-EVENTO SECTION.
           MOVE 'S' TO WS-EVT-VALIDO.
           MOVE SPACES TO WS-EVT-MOTIVO.
           MOVE ZEROS TO WS-EVT-POS.

           IF ARQ-EV-ID-FUNC NOT NUMERIC
                   OR ARQ-EV-PERIODO NOT NUMERIC
                   OR ARQ-EV-QUANTIDADE NOT NUMERIC
                   OR ARQ-EV-VALOR NOT NUMERIC
               MOVE 'N' TO WS-EVT-VALIDO
               MOVE 'REGISTRO DE EVENTO COM CAMPO NUMERICO INVALIDO'
                   TO WS-EVT-MOTIVO
           ELSE
           IF ARQ-EV-PERIODO NOT EQUAL WS-PERIODO-EXEC
               IF WS-PAR-PERIODO-INI GREATER THAN ZEROS
                       AND WS-PAR-PERIODO-FIM GREATER THAN ZEROS
                       AND ARQ-EV-PERIODO NOT LESS THAN
                           WS-PAR-PERIODO-INI
                       AND ARQ-EV-PERIODO NOT GREATER THAN
                           WS-PAR-PERIODO-FIM
                   MOVE 'I' TO WS-EVT-VALIDO
               ELSE
                   IF WS-PERIODO-PRIMEIRO EQUAL 'S'
                       MOVE 'N' TO WS-EVT-VALIDO
                       MOVE 'PERIODO DO EVENTO FORA DO PROCESSAMENTO'
                           TO WS-EVT-MOTIVO
                   ELSE
                       MOVE 'I' TO WS-EVT-VALIDO
                   END-IF
               END-IF
           ELSE
               MOVE ARQ-EV-ID-FUNC TO WS-POS-ID-BUSCA
               PERFORM 3952-LOCALIZAR-POS-FUNC
               MOVE ARQ-EV-CODIGO TO WS-EVT-COD-BUSCA
               PERFORM 2483-LOCALIZAR-EVENTO
               IF WS-POS-FUNC EQUAL ZEROS
                   MOVE 'N' TO WS-EVT-VALIDO
                   MOVE 'FUNCIONARIO DO EVENTO NAO CADASTRADO'
                       TO WS-EVT-MOTIVO
               ELSE
               IF WS-EVT-POS EQUAL ZEROS
                   MOVE 'N' TO WS-EVT-VALIDO
                   MOVE 'CODIGO DE EVENTO NAO CADASTRADO'
                       TO WS-EVT-MOTIVO
               ELSE
               IF WS-TAB-FORMA-EV(WS-EVT-POS) EQUAL 'R'
                   MOVE 'N' TO WS-EVT-VALIDO
                   MOVE 'EVENTO DE REFLEXO E CALCULADO PELA FOLHA'
                       TO WS-EVT-MOTIVO
               ELSE
               IF WS-TAB-FORMA-EV(WS-EVT-POS) EQUAL 'V'
                       AND ARQ-EV-VALOR EQUAL ZEROS
                   MOVE 'N' TO WS-EVT-VALIDO
                   MOVE 'EVENTO SEM VALOR INFORMADO' TO WS-EVT-MOTIVO
               ELSE
               IF WS-TAB-FORMA-EV(WS-EVT-POS) NOT EQUAL 'V'
                       AND ARQ-EV-QUANTIDADE EQUAL ZEROS
                   MOVE 'N' TO WS-EVT-VALIDO
                   MOVE 'EVENTO SEM QUANTIDADE INFORMADA'
                       TO WS-EVT-MOTIVO
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       2482-VALIDAR-EVENTO-FIM.
           EXIT.

       2483-LOCALIZAR-EVENTO SECTION.
           MOVE ZEROS TO WS-EVT-POS.

           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-QTD
                      OR WS-EVT-POS GREATER THAN ZEROS
               IF WS-TAB-COD-EV(WS-EVT-IDX) EQUAL WS-EVT-COD-BUSCA
                   MOVE WS-EVT-IDX TO WS-EVT-POS
               END-IF
           END-PERFORM.

       2483-LOCALIZAR-EVENTO-FIM.
           EXIT.

       2484-CARREGAR-HORAS-FOLHA SECTION.
           MOVE ZEROS TO WS-HRF-QTD.
           PERFORM 2651-CARREGAR-TAB-PROJFUNC.

           OPEN INPUT APONTAMENTOS.
           IF AS-STATUS-E12 NOT EQUAL TO ZEROS
               DISPLAY 'APONTAMENTOS: ARQUIVO AUSENTE, FOLHA SEM '
                   'HORAS EXTRAS ' AS-STATUS-E12
           ELSE
               MOVE 'N' TO AS-FIM12
               READ APONTAMENTOS
               END-IF

               PERFORM UNTIL AS-FIM12 EQUAL 'S'
                   MOVE 'N' TO WS-APONT-ACHADO
                   IF ARQ-A-PERIODO EQUAL WS-PERIODO-EXEC
                       PERFORM 2649-LOCALIZAR-ALOCACAO-APONT
                   END-IF
                   IF WS-APONT-ACHADO EQUAL 'S'
                       AND ARQ-A-PERIODO NOT LESS THAN
                           WS-ALOC-PER-INICIO
                       AND ARQ-A-PERIODO NOT GREATER THAN
                           WS-ALOC-PER-FIM
                       MOVE 'N' TO WS-HRF-ACHADO
                       PERFORM VARYING WS-HRF-IDX FROM 1 BY 1
                               UNTIL WS-HRF-IDX > WS-HRF-QTD
                                  OR WS-HRF-ACHADO EQUAL 'S'
                           IF WS-TAB-ID-FUNC-HF(WS-HRF-IDX)
                                   EQUAL ARQ-A-ID-FUNC
                               ADD ARQ-A-HORAS
                                   TO WS-TAB-HORAS-HF(WS-HRF-IDX)
                               MOVE 'S' TO WS-HRF-ACHADO
                           END-IF
                       END-PERFORM
                       IF WS-HRF-ACHADO EQUAL 'N'
                           IF WS-HRF-QTD GREATER THAN OR EQUAL TO 5000
                               MOVE 'HORAS-FOLHA' TO WS-ABORT-TABELA
                               PERFORM 9100-ABORTAR-CAPACIDADE
                           END-IF
                           ADD 1 TO WS-HRF-QTD
                           MOVE ARQ-A-ID-FUNC
                               TO WS-TAB-ID-FUNC-HF(WS-HRF-QTD)
                           MOVE ARQ-A-HORAS
                               TO WS-TAB-HORAS-HF(WS-HRF-QTD)
                       END-IF
                   END-IF

                   READ APONTAMENTOS
               END-PERFORM

               CLOSE APONTAMENTOS
           END-IF.

       2484-CARREGAR-HORAS-FOLHA-FIM.
           EXIT.

       2485-APURAR-EVENTOS-FUNC SECTION.
           MOVE ZEROS TO WS-EVF-QTD.
           MOVE ZEROS TO WS-EVT-PROVENTOS.
           MOVE ZEROS TO WS-EVT-DESCONTOS.
           MOVE ZEROS TO WS-EVT-TOTAL-HE.
           MOVE WS-FOLHA-SAL-FUNC TO WS-EVT-BASE-INSS.
           MOVE WS-FOLHA-SAL-FUNC TO WS-EVT-BASE-IRRF.
           MOVE WS-FOLHA-SAL-FUNC TO WS-EVT-BASE-FGTS.

           PERFORM VARYING WS-EVM-IDX FROM 1 BY 1
                   UNTIL WS-EVM-IDX > WS-EVM-QTD
               IF WS-TAB-ID-FUNC-EM(WS-EVM-IDX)
                       EQUAL WS-TAB-ID-FUNC(WS-FUNC-IDX)
                   MOVE WS-TAB-POS-EV-EM(WS-EVM-IDX) TO WS-EVT-POS
                   MOVE WS-TAB-QTD-EM(WS-EVM-IDX) TO WS-EVT-QTD-CALC
                   MOVE WS-TAB-VALOR-EM(WS-EVM-IDX) TO WS-EVT-VALOR
                   PERFORM 2486-VALORAR-EVENTO
                   PERFORM 2487-INCLUIR-EVENTO-FUNC
               END-IF
           END-PERFORM.

           IF WS-DSF-QTD GREATER THAN ZEROS
               PERFORM 2492-INCLUIR-DISSIDIO-FUNC
           END-IF.

           MOVE ZEROS TO WS-EVT-HORAS-FUNC.
           MOVE 'N' TO WS-HRF-ACHADO.
           PERFORM VARYING WS-HRF-IDX FROM 1 BY 1
                   UNTIL WS-HRF-IDX > WS-HRF-QTD
                      OR WS-HRF-ACHADO EQUAL 'S'
               IF WS-TAB-ID-FUNC-HF(WS-HRF-IDX)
                       EQUAL WS-TAB-ID-FUNC(WS-FUNC-IDX)
                   MOVE WS-TAB-HORAS-HF(WS-HRF-IDX)
                       TO WS-EVT-HORAS-FUNC
                   MOVE 'S' TO WS-HRF-ACHADO
               END-IF
           END-PERFORM.

           IF WS-EVT-HORAS-FUNC GREATER THAN WS-PAR-CAPACIDADE
               COMPUTE WS-EVT-HORAS-EXTRAS =
                   WS-EVT-HORAS-FUNC - WS-PAR-CAPACIDADE
               MOVE WS-PAR-EVENTO-HE TO WS-EVT-COD-BUSCA
               PERFORM 2483-LOCALIZAR-EVENTO
               IF WS-EVT-POS GREATER THAN ZEROS
                   MOVE WS-EVT-HORAS-EXTRAS TO WS-EVT-QTD-CALC
                   MOVE ZEROS TO WS-EVT-VALOR
                   PERFORM 2486-VALORAR-EVENTO
                   PERFORM 2487-INCLUIR-EVENTO-FUNC
                   ADD 1 TO WS-CNT-EVT-HE
               ELSE
                   MOVE 'EVENTOS-FOLHA' TO WS-EXC-ORIGEM
                   MOVE SPACES TO WS-EXC-CHAVE
                   STRING 'FUNC=' WS-TAB-ID-FUNC(WS-FUNC-IDX)
                          ' PER=' WS-PERIODO-EXEC
                          ' COD=' WS-PAR-EVENTO-HE
                       DELIMITED BY SIZE INTO WS-EXC-CHAVE
                   MOVE 'A' TO WS-EXC-SEVERIDADE
                   MOVE 'HORAS EXTRAS APURADAS SEM EVENTO NA TABELA'
                       TO WS-EXC-MOTIVO
                   PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
               END-IF
           END-IF.

           IF WS-EVT-TOTAL-HE GREATER THAN ZEROS
               MOVE WS-PAR-EVENTO-DSR TO WS-EVT-COD-BUSCA
               PERFORM 2483-LOCALIZAR-EVENTO
               IF WS-EVT-POS GREATER THAN ZEROS
                   MOVE ZEROS TO WS-EVT-QTD-CALC
                   MOVE ZEROS TO WS-EVT-VALOR
                   PERFORM 2486-VALORAR-EVENTO
                   PERFORM 2487-INCLUIR-EVENTO-FUNC
               END-IF
           END-IF.

           COMPUTE WS-CALC-SAL-BRUTO =
               WS-FOLHA-SAL-FUNC + WS-EVT-PROVENTOS.
           IF WS-EVT-BASE-INSS LESS THAN ZEROS
               MOVE ZEROS TO WS-EVT-BASE-INSS
           END-IF.
           IF WS-EVT-BASE-IRRF LESS THAN ZEROS
               MOVE ZEROS TO WS-EVT-BASE-IRRF
           END-IF.
           IF WS-EVT-BASE-FGTS LESS THAN ZEROS
               MOVE ZEROS TO WS-EVT-BASE-FGTS
           END-IF.
           MOVE WS-EVT-BASE-INSS TO WS-CALC-INC-INSS.
           MOVE WS-EVT-BASE-IRRF TO WS-CALC-INC-IRRF.
           MOVE WS-EVT-BASE-FGTS TO WS-CALC-INC-FGTS.
           PERFORM 2465-CALCULAR-ENCARGOS.

           COMPUTE WS-EVT-LIQUIDO =
               WS-CALC-LIQUIDO - WS-EVT-DESCONTOS.
           IF WS-EVT-LIQUIDO LESS THAN ZEROS
               DISPLAY 'FOLHA: DESCONTOS SUPERAM O LIQUIDO, '
                   'LIQUIDO ZERADO: ' WS-TAB-ID-FUNC(WS-FUNC-IDX)
               MOVE ZEROS TO WS-EVT-LIQUIDO
           END-IF.
           MOVE WS-EVT-LIQUIDO TO WS-CALC-LIQUIDO.

       2485-APURAR-EVENTOS-FUNC-FIM.
           EXIT.

       2486-VALORAR-EVENTO SECTION.
           MOVE WS-TAB-PERC-EV(WS-EVT-POS) TO WS-EVT-PERC.
           IF WS-EVT-PERC EQUAL ZEROS
               MOVE 100 TO WS-EVT-PERC
           END-IF.

           EVALUATE WS-TAB-FORMA-EV(WS-EVT-POS)
               WHEN 'H'
                   COMPUTE WS-EVT-VALOR ROUNDED =
                       (WS-EVT-SAL-BASE * WS-EVT-QTD-CALC
                       * WS-EVT-PERC) / (220 * 100)
               WHEN 'D'
                   COMPUTE WS-EVT-VALOR ROUNDED =
                       (WS-EVT-SAL-BASE * WS-EVT-QTD-CALC
                       * WS-EVT-PERC) / (30 * 100)
               WHEN 'R'
                   COMPUTE WS-EVT-VALOR ROUNDED =
                       WS-EVT-TOTAL-HE * WS-EVT-PERC / 100
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2486-VALORAR-EVENTO-FIM.
           EXIT.

       2487-INCLUIR-EVENTO-FUNC SECTION.
           IF WS-EVF-QTD GREATER THAN OR EQUAL TO 200
               MOVE 'EVENTOS-FUNCIONARIO' TO WS-ABORT-TABELA
               PERFORM 9100-ABORTAR-CAPACIDADE
           END-IF.
           ADD 1 TO WS-EVF-QTD.
           MOVE WS-EVT-POS TO WS-TAB-POS-EV-EF(WS-EVF-QTD).
           MOVE WS-EVT-QTD-CALC TO WS-TAB-QTD-EF(WS-EVF-QTD).
           MOVE WS-EVT-VALOR TO WS-TAB-VALOR-EF(WS-EVF-QTD).

           IF WS-TAB-NATUREZA-EV(WS-EVT-POS) EQUAL 'P'
               ADD WS-EVT-VALOR TO WS-EVT-PROVENTOS
               IF WS-TAB-FORMA-EV(WS-EVT-POS) EQUAL 'H'
                   ADD WS-EVT-VALOR TO WS-EVT-TOTAL-HE
               END-IF
               IF WS-TAB-INSS-EV(WS-EVT-POS) EQUAL 'S'
                   ADD WS-EVT-VALOR TO WS-EVT-BASE-INSS
               END-IF
               IF WS-TAB-IRRF-EV(WS-EVT-POS) EQUAL 'S'
                   ADD WS-EVT-VALOR TO WS-EVT-BASE-IRRF
               END-IF
               IF WS-TAB-FGTS-EV(WS-EVT-POS) EQUAL 'S'
                   ADD WS-EVT-VALOR TO WS-EVT-BASE-FGTS
               END-IF
           ELSE
               ADD WS-EVT-VALOR TO WS-EVT-DESCONTOS
               IF WS-TAB-INSS-EV(WS-EVT-POS) EQUAL 'S'
                   SUBTRACT WS-EVT-VALOR FROM WS-EVT-BASE-INSS
               END-IF
               IF WS-TAB-IRRF-EV(WS-EVT-POS) EQUAL 'S'
                   SUBTRACT WS-EVT-VALOR FROM WS-EVT-BASE-IRRF
               END-IF
               IF WS-TAB-FGTS-EV(WS-EVT-POS) EQUAL 'S'
                   SUBTRACT WS-EVT-VALOR FROM WS-EVT-BASE-FGTS
               END-IF
           END-IF.

       2487-INCLUIR-EVENTO-FUNC-FIM.
           EXIT.

       2488-GRAVAR-EVENTOS-FUNC SECTION.
           PERFORM VARYING WS-EVF-IDX FROM 1 BY 1
                   UNTIL WS-EVF-IDX > WS-EVF-QTD
               MOVE WS-TAB-POS-EV-EF(WS-EVF-IDX) TO WS-EVT-POS
               MOVE WS-TAB-COD-EV(WS-EVT-POS) TO FOLHA-EV-CODIGO
               MOVE WS-TAB-DESC-EV(WS-EVT-POS) TO FOLHA-EV-DESCRICAO
               IF WS-TAB-NATUREZA-EV(WS-EVT-POS) EQUAL 'P'
                   MOVE 'PROVENTO' TO FOLHA-EV-NATUREZA
               ELSE
                   MOVE 'DESCONTO' TO FOLHA-EV-NATUREZA
               END-IF
               MOVE WS-TAB-QTD-EF(WS-EVF-IDX) TO FOLHA-EV-QTD
               MOVE WS-TAB-VALOR-EF(WS-EVF-IDX) TO FOLHA-EV-VALOR
               WRITE ARQ-FOLHA-S FROM FOLHA-EVENTO-FIELDS
           END-PERFORM.

       2488-GRAVAR-EVENTOS-FUNC-FIM.
           EXIT.

       2489-REJEITAR-EVENTO SECTION.
           ADD 1 TO WS-CNT-EVT-REJEITADOS.

           MOVE 'EVENTOS-FOLHA' TO WS-EXC-ORIGEM.
           MOVE SPACES TO WS-EXC-CHAVE.
           STRING 'FUNC=' ARQ-EV-ID-FUNC
                  ' PER=' ARQ-EV-PERIODO
                  ' COD=' ARQ-EV-CODIGO
               DELIMITED BY SIZE INTO WS-EXC-CHAVE.
           MOVE 'E' TO WS-EXC-SEVERIDADE.
           MOVE WS-EVT-MOTIVO TO WS-EXC-MOTIVO.
           PERFORM 3900-GRAVAR-EXC-CONSOLIDADA.

       2489-REJEITAR-EVENTO-FIM.
           EXIT.

       2490-REGISTRAR-LIQUIDO-FOLHA SECTION.
           PERFORM 2491-LOCALIZAR-LIQUIDO-FOLHA.

           IF WS-FLQ-ACHADO EQUAL 'N'
               IF WS-FLQ-QTD GREATER THAN OR EQUAL TO 5000
                   MOVE 'LIQUIDOS-FOLHA' TO WS-ABORT-TABELA
                   PERFORM 9100-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WS-FLQ-QTD
               MOVE WS-FLQ-QTD TO WS-FLQ-IDX
               MOVE WS-FLQ-ID-BUSCA TO WS-TAB-ID-FUNC-FL(WS-FLQ-IDX)
           END-IF.

           MOVE WS-PERIODO-EXEC TO WS-TAB-PERIODO-FL(WS-FLQ-IDX).
           MOVE WS-CALC-LIQUIDO TO WS-TAB-LIQUIDO-FL(WS-FLQ-IDX).

       2490-REGISTRAR-LIQUIDO-FOLHA-FIM.
           EXIT.

       2492-INCLUIR-DISSIDIO-FUNC SECTION.
           MOVE ZEROS TO WS-DSF-POS.
           PERFORM VARYING WS-DSF-IDX FROM 1 BY 1
                   UNTIL WS-DSF-IDX > WS-DSF-QTD
                      OR WS-DSF-POS GREATER THAN ZEROS
               IF WS-TAB-ID-FUNC-DF(WS-DSF-IDX)
                       EQUAL WS-TAB-ID-FUNC(WS-FUNC-IDX)
                       AND WS-TAB-SITUACAO-DF(WS-DSF-IDX) EQUAL 'P'
                   MOVE WS-DSF-IDX TO WS-DSF-POS
               END-IF
           END-PERFORM.

           IF WS-DSF-POS GREATER THAN ZEROS
               MOVE WS-PAR-EVENTO-DIS TO WS-EVT-COD-BUSCA
               PERFORM 2483-LOCALIZAR-EVENTO
               IF WS-EVT-POS GREATER THAN ZEROS
                       AND WS-TAB-NATUREZA-EV(WS-EVT-POS) EQUAL 'P'
                   MOVE WS-TAB-MESES-DF(WS-DSF-POS) TO WS-EVT-QTD-CALC
                   MOVE WS-TAB-TOTAL-DF(WS-DSF-POS) TO WS-EVT-VALOR
                   PERFORM 2487-INCLUIR-EVENTO-FUNC
                   MOVE 'F' TO WS-TAB-SITUACAO-DF(WS-DSF-POS)
                   ADD 1 TO WS-CNT-DIS-PAGOS
               ELSE
                   MOVE 'X' TO WS-TAB-SITUACAO-DF(WS-DSF-POS)
                   MOVE 'DISSIDIO' TO WS-EXC-ORIGEM
                   MOVE SPACES TO WS-EXC-CHAVE
                   STRING 'FUNC=' WS-TAB-ID-FUNC(WS-FUNC-IDX)
                          ' PER=' WS-PERIODO-EXEC
                          ' COD=' WS-PAR-EVENTO-DIS
                       DELIMITED BY SIZE INTO WS-EXC-CHAVE
                   MOVE 'A' TO WS-EXC-SEVERIDADE
                   MOVE 'DIFERENCA DE DISSIDIO SEM EVENTO DE PROVENTO'
                       TO WS-EXC-MOTIVO
                   PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
               END-IF
           END-IF.

       2492-INCLUIR-DISSIDIO-FUNC-FIM.
           EXIT.

       2491-LOCALIZAR-LIQUIDO-FOLHA SECTION.
           MOVE 'N' TO WS-FLQ-ACHADO.

           PERFORM VARYING WS-FLQ-IDX FROM 1 BY 1
                   UNTIL WS-FLQ-IDX > WS-FLQ-QTD
                      OR WS-FLQ-ACHADO EQUAL 'S'
               IF WS-TAB-ID-FUNC-FL(WS-FLQ-IDX) EQUAL WS-FLQ-ID-BUSCA
                   MOVE 'S' TO WS-FLQ-ACHADO
               END-IF
           END-PERFORM.

           IF WS-FLQ-ACHADO EQUAL 'S'
               SUBTRACT 1 FROM WS-FLQ-IDX
           END-IF.

       2491-LOCALIZAR-LIQUIDO-FOLHA-FIM.
           EXIT.

       2500-PROCESSAR-PROJETOS SECTION.
           PERFORM 2141-CARREGAR-TAB-PROJETOS.

           OPEN OUTPUT PROJETOS-S.
           IF AS-STATUS-S5 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S5
           END-IF.
           MOVE WS-ARQ-PROJETOS-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           IF WS-PAR-EXPORT EQUAL 'S'
               OPEN OUTPUT PROJETOS-I
               IF AS-STATUS-S29 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-S29
               END-IF
               MOVE WS-ARQ-PROJETOS-I TO WS-GER-NOME-REG
               PERFORM 1125-REGISTRAR-UMA-SAIDA
               MOVE ZEROS TO WS-INT-CNT
               MOVE ZEROS TO WS-INT-HASH
               MOVE SPACES TO WS-INT-LINHA
               STRING 'ID;ID-DEP;ID-CLIENTE;NOME;DESCRICAO;'
                      'STATUS;VALOR;DATA-ENTREGA'
                   DELIMITED BY SIZE INTO WS-INT-LINHA
               WRITE ARQ-PROJETO-I FROM WS-INT-LINHA
           END-IF.

           MOVE WS-PROJ-TAB-QTD TO WS-LIDOS-PROJETOS.

           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-TAB-QTD
               PERFORM 2505-PROCESSAR-REG-PROJETO
           END-PERFORM.

           DISPLAY 'PROJETOS: TOTAL ESCRITOS = ' WS-CNT-PROJETOS.

           IF WS-PAR-EXPORT EQUAL 'S'
               PERFORM 7900-MONTAR-TRAILER-INT
               WRITE ARQ-PROJETO-I FROM WS-INT-LINHA
               CLOSE PROJETOS-I
           END-IF.

           CLOSE PROJETOS-S.

       2500-PROCESSAR-PROJETOS-FIM.
           EXIT.

       2505-PROCESSAR-REG-PROJETO SECTION.
           MOVE WS-TAB-ID-PROJ-PT(WS-PROJ-IDX) TO ARQ-S-ID-PROJETO.
           MOVE WS-TAB-ID-DEP-PT(WS-PROJ-IDX)
               TO ARQ-S-ID-DEP-PROJETO.
           MOVE WS-TAB-ID-CLI-PT(WS-PROJ-IDX)
               TO ARQ-S-ID-CLIENTE-PROJ.
           MOVE WS-TAB-NOME-PROJ-PT(WS-PROJ-IDX) TO ARQ-S-NOME-PROJ.
           MOVE WS-TAB-DESC-PT(WS-PROJ-IDX) TO ARQ-S-DESCRICAO-PROJ.
           MOVE WS-TAB-STATUS-PT(WS-PROJ-IDX) TO ARQ-S-STATUS-PROJ.
           MOVE WS-TAB-VALOR-PT(WS-PROJ-IDX) TO ARQ-S-VALOR-PROJ.
           MOVE WS-TAB-DATA-PT(WS-PROJ-IDX)
               TO ARQ-S-DATA-ENTREGA-PROJ.

           WRITE ARQ-PROJETO-S FROM PROJETOS-FIELDS.
           ADD 1 TO WS-CNT-PROJETOS.

           IF WS-PAR-EXPORT EQUAL 'S'
               PERFORM 7140-EXPORTAR-PROJETO
           END-IF.

       2505-PROCESSAR-REG-PROJETO-FIM.
           EXIT.

       2600-PROCESSAR-PROJFUNC SECTION.
           OPEN INPUT PROJETOSFUNCIONARIOS.
           IF AS-STATUS-E6 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E6
           END-IF.

           OPEN OUTPUT PROJETOSFUNCIONARIOS-S.
           IF AS-STATUS-S6 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S6
           END-IF.
           MOVE WS-ARQ-PROJFUNC-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           MOVE 'N' TO AS-FIM6.
           MOVE ZEROS TO WS-DUP-VERIF-LINHA.
           READ PROJETOSFUNCIONARIOS.
           IF AS-STATUS-E6 NOT EQUAL TO ZEROS
               MOVE 'S' TO AS-FIM6
           END-IF.

           PERFORM UNTIL AS-FIM6 EQUAL 'S'
               ADD 1 TO WS-LIDOS-PROJFUNC
               ADD 1 TO WS-DUP-VERIF-LINHA
               MOVE 'J' TO WS-DUP-VERIF-ARQ
               MOVE ARQ-L-ID-PROJETO-FUNC-PROJ TO WS-DUP-VERIF-ID
               MOVE ARQ-L-ID-FUNC-FUNC-PROJ TO WS-DUP-VERIF-ID2
               PERFORM 1970-VERIFICAR-PRIMEIRA-OCORR

               IF WS-DUP-PRIMEIRA EQUAL 'S'
                   PERFORM 2605-PROCESSAR-REG-PROJFUNC
               END-IF

               READ PROJETOSFUNCIONARIOS
                   AT END
                       MOVE 'S' TO AS-FIM6
               END-READ
           END-PERFORM.

           DISPLAY 'PROJETOSFUNCIONARIOS: TOTAL = ' WS-CNT-PROJFUNC.
           DISPLAY 'PROJETOSFUNCIONARIOS: REJEITADOS = '
               WS-CNT-PROJFUNC-REJ.

           CLOSE PROJETOSFUNCIONARIOS.
           CLOSE PROJETOSFUNCIONARIOS-S.

       2600-PROCESSAR-PROJFUNC-FIM.
           EXIT.

       2605-PROCESSAR-REG-PROJFUNC SECTION.
           MOVE ARQ-L-ID-PROJETO-FUNC-PROJ TO WS-FK-CHECK-ID.
           PERFORM 1954-EXISTE-PROJETO.
           MOVE WS-FK-ACHADO TO WS-PF-FK-PROJ-OK.

           MOVE ARQ-L-ID-FUNC-FUNC-PROJ TO WS-FK-CHECK-ID.
           PERFORM 1951-EXISTE-FUNC.
           MOVE WS-FK-ACHADO TO WS-PF-FK-FUNC-OK.

           MOVE ARQ-L-ALOCACAO-FUNC-PROJ TO WS-ALOC-ENTRADA.
           PERFORM 2659-NORMALIZAR-ALOCACAO.

           IF WS-PF-FK-PROJ-OK EQUAL 'S'
                   AND WS-PF-FK-FUNC-OK EQUAL 'S'
                   AND WS-ALOC-VALIDA EQUAL 'S'
               MOVE ARQ-L-ID-PROJETO-FUNC-PROJ
                   TO ARQ-S-ID-PROJETO-FUNC-PROJ
               MOVE ARQ-L-ID-FUNC-FUNC-PROJ
                   TO ARQ-S-ID-FUNC-FUNC-PROJ
               MOVE WS-ALOC-PERC TO ARQ-S-PERC-FUNC-PROJ
               MOVE WS-ALOC-DT-INICIO TO ARQ-S-DT-INICIO-FUNC-PROJ
               MOVE WS-ALOC-DT-FIM TO ARQ-S-DT-FIM-FUNC-PROJ
               MOVE ARQ-L-PAPEL-FUNC-PROJ TO ARQ-S-PAPEL-FUNC-PROJ

               WRITE ARQ-PROJETOSFUNCIONARIOS-S
                   FROM PROJETOSFUNCIONARIOS-FIELDS
               ADD 1 TO WS-CNT-PROJFUNC
           ELSE
               MOVE 'PROJETOSFUNCIONARIOS' TO EXC-INT-ARQUIVO
               MOVE ARQ-L-ID-PROJETO-FUNC-PROJ TO EXC-INT-ID
               IF WS-PF-FK-PROJ-OK NOT EQUAL 'S'
                   MOVE 'ID-PROJETO-FUNC-PROJ' TO EXC-INT-CAMPO
                   MOVE ARQ-L-ID-PROJETO-FUNC-PROJ TO EXC-INT-VALOR
                   MOVE 'PROJETO NAO ENCONTRADO EM PROJETOS'
                       TO EXC-INT-MOTIVO
               ELSE
               IF WS-PF-FK-FUNC-OK NOT EQUAL 'S'
                   MOVE 'ID-FUNC-FUNC-PROJ' TO EXC-INT-CAMPO
                   MOVE ARQ-L-ID-FUNC-FUNC-PROJ TO EXC-INT-VALOR
                   MOVE 'FUNCIONARIO NAO ENCONTRADO'
                       TO EXC-INT-MOTIVO
               ELSE
                   MOVE 'DT-FIM-FUNC-PROJ' TO EXC-INT-CAMPO
                   MOVE ARQ-L-ID-FUNC-FUNC-PROJ TO EXC-INT-VALOR
                   MOVE 'FIM DA ALOCACAO ANTERIOR AO INICIO'
                       TO EXC-INT-MOTIVO
               END-IF
               END-IF
               WRITE ARQ-INTEGRIDADE-EXC-S
                   FROM INTEGRIDADE-EXCECAO-FIELDS
               ADD 1 TO WS-CNT-PROJFUNC-REJ
               PERFORM 3910-GRAVAR-EXC-INTEGR-CONS
           END-IF.

       2605-PROCESSAR-REG-PROJFUNC-FIM.
           EXIT.

       2650-GERAR-CUSTEIO-PROJETOS SECTION.
           PERFORM 2451-CARREGAR-TAB-CARGOS.
           PERFORM 2452-CARREGAR-TAB-DEPARTAMENTOS.
           PERFORM 2751-CARREGAR-TAB-FUNCIONARIOS.
           PERFORM 2651-CARREGAR-TAB-PROJFUNC.
           PERFORM 2141-CARREGAR-TAB-PROJETOS.

           IF WS-PERIODO-PRIMEIRO EQUAL 'S'
               OPEN OUTPUT APONTAMENTOS-EXCECOES-S
           ELSE
               OPEN EXTEND APONTAMENTOS-EXCECOES-S
           END-IF.
           IF AS-STATUS-S21 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S21
           END-IF.
           MOVE WS-ARQ-APONT-EXC-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           PERFORM 2655-CARREGAR-TAB-APONTAMENTOS.
           PERFORM 2657-LISTAR-ALOCADOS-SEM-HORAS.

           CLOSE APONTAMENTOS-EXCECOES-S.

           MOVE ZEROS TO WS-CUSTEIO-QTD.

           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-TAB-QTD
               PERFORM 2658-PROCESSAR-REG-CUSTEIO
           END-PERFORM.

           IF WS-PERIODO-PRIMEIRO EQUAL 'S'
               OPEN OUTPUT CUSTEIO-PROJETOS-S
           ELSE
               OPEN EXTEND CUSTEIO-PROJETOS-S
           END-IF.
           IF AS-STATUS-S12 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S12
           END-IF.
           MOVE WS-ARQ-CUSTEIO-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-CUSTEIO-S FROM RELATORIO-DATA-FIELDS.
           MOVE WS-PERIODO-EXEC TO REL-PERIODO.
           WRITE ARQ-CUSTEIO-S FROM RELATORIO-PERIODO-FIELDS.

           IF WS-PAR-EXPORT EQUAL 'S'
               IF WS-PERIODO-PRIMEIRO EQUAL 'S'
                   OPEN OUTPUT CUSTEIO-I
               ELSE
                   OPEN EXTEND CUSTEIO-I
               END-IF
               IF AS-STATUS-S32 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-S32
               END-IF
               MOVE WS-ARQ-CUSTEIO-I TO WS-GER-NOME-REG
               PERFORM 1125-REGISTRAR-UMA-SAIDA
               MOVE ZEROS TO WS-INT-CNT
               MOVE ZEROS TO WS-INT-HASH
               MOVE SPACES TO WS-INT-LINHA
               STRING 'ID-PROJETO;ID-DEP;ID-CLIENTE;VALOR;'
                      'CUSTO;MARGEM'
                   DELIMITED BY SIZE INTO WS-INT-LINHA
               WRITE ARQ-CUSTEIO-I FROM WS-INT-LINHA
           END-IF.

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-DEP-QTD
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-CUSTEIO-QTD
                   IF WS-TAB-ID-DEP-CT(WS-I) EQUAL WS-TAB-ID-DEP(WS-J)
                       MOVE WS-TAB-ID-PROJ-CT(WS-I) TO CUSTEIO-D-ID-PROJ
                       MOVE WS-TAB-NOME-PROJ-CT(WS-I)
                           TO CUSTEIO-D-NOME-PROJ
                       MOVE WS-TAB-ID-CLIENTE-CT(WS-I)
                           TO CUSTEIO-D-ID-CLIENTE
                       MOVE WS-TAB-VALOR-CT(WS-I) TO CUSTEIO-D-VALOR
                       MOVE WS-TAB-CUSTO-CT(WS-I) TO CUSTEIO-D-CUSTO
                       MOVE WS-TAB-MARGEM-CT(WS-I) TO CUSTEIO-D-MARGEM
                       WRITE ARQ-CUSTEIO-S FROM CUSTEIO-DETALHE-FIELDS
                       ADD 1 TO WS-CNT-CUSTEIO

                       IF WS-PAR-EXPORT EQUAL 'S'
                           PERFORM 7170-EXPORTAR-CUSTEIO
                       END-IF
                   END-IF
               END-PERFORM

               MOVE WS-TAB-ID-DEP(WS-J) TO CUSTEIO-SUB-ID-DEP
               MOVE WS-DEP-PROJ-SUB-VALOR(WS-J) TO CUSTEIO-SUB-VALOR
               MOVE WS-DEP-PROJ-SUB-CUSTO(WS-J) TO CUSTEIO-SUB-CUSTO
               WRITE ARQ-CUSTEIO-S FROM CUSTEIO-SUBTOTAL-FIELDS
           END-PERFORM.

           MOVE WS-CUSTEIO-TOTAL-VALOR TO CUSTEIO-TOT-VALOR.
           MOVE WS-CUSTEIO-TOTAL-CUSTO TO CUSTEIO-TOT-CUSTO.
           WRITE ARQ-CUSTEIO-S FROM CUSTEIO-TOTAL-FIELDS.

           IF WS-PAR-EXPORT EQUAL 'S'
               PERFORM 7900-MONTAR-TRAILER-INT
               WRITE ARQ-CUSTEIO-I FROM WS-INT-LINHA
               CLOSE CUSTEIO-I
           END-IF.

           DISPLAY 'CUSTEIO DE PROJETOS: TOTAL DE REGISTROS = '
               WS-CNT-CUSTEIO.

           CLOSE CUSTEIO-PROJETOS-S.

           IF WS-PAR-PREV-MESES GREATER THAN ZEROS
               PERFORM 2690-GERAR-PREVISAO-CUSTOS
           END-IF.

       2650-GERAR-CUSTEIO-PROJETOS-FIM.
           EXIT.

       2658-PROCESSAR-REG-CUSTEIO SECTION.
           PERFORM 2652-CALCULAR-CUSTO-PROJETO.

           IF WS-TAB-VALOR-PT(WS-PROJ-IDX) EQUAL ZEROS
               MOVE ZEROS TO WS-CUSTEIO-MARGEM
           ELSE
               COMPUTE WS-CUSTEIO-MARGEM ROUNDED =
                   ((WS-TAB-VALOR-PT(WS-PROJ-IDX)
                     - WS-CUSTEIO-CUSTO) /
                        WS-TAB-VALOR-PT(WS-PROJ-IDX)) * 100
           END-IF.

           IF WS-CUSTEIO-QTD GREATER THAN OR EQUAL TO 5000
               MOVE 'CUSTEIO-PROJETOS' TO WS-ABORT-TABELA
               PERFORM 9100-ABORTAR-CAPACIDADE
           END-IF.
           ADD 1 TO WS-CUSTEIO-QTD.
           MOVE WS-TAB-ID-PROJ-PT(WS-PROJ-IDX)
               TO WS-TAB-ID-PROJ-CT(WS-CUSTEIO-QTD).
           MOVE WS-TAB-ID-DEP-PT(WS-PROJ-IDX)
               TO WS-TAB-ID-DEP-CT(WS-CUSTEIO-QTD).
           MOVE WS-TAB-NOME-PROJ-PT(WS-PROJ-IDX)
               TO WS-TAB-NOME-PROJ-CT(WS-CUSTEIO-QTD).
           MOVE WS-TAB-ID-CLI-PT(WS-PROJ-IDX)
               TO WS-TAB-ID-CLIENTE-CT(WS-CUSTEIO-QTD).
           MOVE WS-TAB-VALOR-PT(WS-PROJ-IDX)
               TO WS-TAB-VALOR-CT(WS-CUSTEIO-QTD).
           MOVE WS-CUSTEIO-CUSTO TO WS-TAB-CUSTO-CT(WS-CUSTEIO-QTD).
           MOVE WS-CUSTEIO-MARGEM
               TO WS-TAB-MARGEM-CT(WS-CUSTEIO-QTD).

           MOVE WS-TAB-ID-DEP-PT(WS-PROJ-IDX) TO WS-POS-ID-BUSCA.
           PERFORM 3950-LOCALIZAR-POS-DEP.
           IF WS-POS-DEP GREATER THAN ZEROS
               ADD WS-TAB-VALOR-PT(WS-PROJ-IDX)
                   TO WS-DEP-PROJ-SUB-VALOR(WS-POS-DEP)
               ADD WS-CUSTEIO-CUSTO
                   TO WS-DEP-PROJ-SUB-CUSTO(WS-POS-DEP)
           END-IF.
           ADD WS-TAB-VALOR-PT(WS-PROJ-IDX)
               TO WS-CUSTEIO-TOTAL-VALOR.
           ADD WS-CUSTEIO-CUSTO TO WS-CUSTEIO-TOTAL-CUSTO.

       2658-PROCESSAR-REG-CUSTEIO-FIM.
           EXIT.

       2651-CARREGAR-TAB-PROJFUNC SECTION.
           IF WS-PROJFUNC-TAB-CARREGADA EQUAL 'S'
               CONTINUE
           ELSE
               PERFORM 2654-LER-ARQ-PROJFUNC
               MOVE 'S' TO WS-PROJFUNC-TAB-CARREGADA
           END-IF.

       2651-CARREGAR-TAB-PROJFUNC-FIM.
           EXIT.

       2654-LER-ARQ-PROJFUNC SECTION.
           MOVE ZEROS TO WS-PROJFUNC-QTD.
           OPEN INPUT PROJETOSFUNCIONARIOS.
           IF AS-STATUS-E6 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E6
           END-IF.

           MOVE 'N' TO AS-FIM6.
           MOVE ZEROS TO WS-DUP-VERIF-LINHA.
           READ PROJETOSFUNCIONARIOS.
           IF AS-STATUS-E6 NOT EQUAL TO ZEROS
               MOVE 'S' TO AS-FIM6
           END-IF.

           PERFORM UNTIL AS-FIM6 EQUAL 'S'
               ADD 1 TO WS-DUP-VERIF-LINHA
               MOVE 'J' TO WS-DUP-VERIF-ARQ
               MOVE ARQ-L-ID-PROJETO-FUNC-PROJ TO WS-DUP-VERIF-ID
               MOVE ARQ-L-ID-FUNC-FUNC-PROJ TO WS-DUP-VERIF-ID2
               PERFORM 1970-VERIFICAR-PRIMEIRA-OCORR

               IF WS-DUP-PRIMEIRA EQUAL 'S'
                   IF WS-PROJFUNC-QTD GREATER THAN OR EQUAL TO 20000
                       MOVE 'PROJETOSFUNCIONARIOS' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-PROJFUNC-QTD
                   MOVE ARQ-L-ID-PROJETO-FUNC-PROJ
                       TO WS-TAB-ID-PROJETO-PF(WS-PROJFUNC-QTD)
                   MOVE ARQ-L-ID-FUNC-FUNC-PROJ
                       TO WS-TAB-ID-FUNC-PF(WS-PROJFUNC-QTD)
                   MOVE ARQ-L-ALOCACAO-FUNC-PROJ TO WS-ALOC-ENTRADA
                   PERFORM 2659-NORMALIZAR-ALOCACAO
                   MOVE WS-ALOC-PERC
                       TO WS-TAB-PERC-PF(WS-PROJFUNC-QTD)
                   MOVE WS-ALOC-DT-INICIO
                       TO WS-TAB-DT-INICIO-PF(WS-PROJFUNC-QTD)
                   MOVE WS-ALOC-DT-FIM
                       TO WS-TAB-DT-FIM-PF(WS-PROJFUNC-QTD)
                   MOVE WS-ALOC-PER-INICIO
                       TO WS-TAB-PER-INICIO-PF(WS-PROJFUNC-QTD)
                   MOVE WS-ALOC-PER-FIM
                       TO WS-TAB-PER-FIM-PF(WS-PROJFUNC-QTD)
                   MOVE ARQ-L-PAPEL-FUNC-PROJ
                       TO WS-TAB-PAPEL-PF(WS-PROJFUNC-QTD)
               END-IF

               READ PROJETOSFUNCIONARIOS
                   AT END
                       MOVE 'S' TO AS-FIM6
               END-READ
           END-PERFORM.

           CLOSE PROJETOSFUNCIONARIOS.

           SORT WS-PROJFUNC-TAB ASCENDING KEY WS-TAB-ID-PROJETO-PF
               WS-TAB-ID-FUNC-PF.

       2654-LER-ARQ-PROJFUNC-FIM.
           EXIT.

       2652-CALCULAR-CUSTO-PROJETO SECTION.
           MOVE ZEROS TO WS-CUSTEIO-CUSTO.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-APONT-QTD
               IF WS-TAB-ID-PROJ-AP(WS-I)
                       EQUAL WS-TAB-ID-PROJ-PT(WS-PROJ-IDX)
                   MOVE WS-TAB-ID-FUNC-AP(WS-I)
                       TO WS-CUSTEIO-ID-FUNC-BUSCA
                   PERFORM 2653-LOCALIZAR-SALARIO-FUNC
                   COMPUTE WS-CUSTEIO-CUSTO ROUNDED = WS-CUSTEIO-CUSTO
                       + (WS-TAB-HORAS-AP(WS-I)
                       * WS-CUSTEIO-SAL-FUNC / 220)
               END-IF
           END-PERFORM.

       2652-CALCULAR-CUSTO-PROJETO-FIM.
           EXIT.

       2653-LOCALIZAR-SALARIO-FUNC SECTION.
           MOVE ZEROS TO WS-CUSTEIO-SAL-FUNC.

           MOVE WS-CUSTEIO-ID-FUNC-BUSCA TO WS-POS-ID-BUSCA.
           PERFORM 3953-LER-FUNCIONARIO-ATUAL.

           IF WS-FATU-ACHADO EQUAL 'S'
               MOVE WS-FATU-ID-CARGO TO WS-POS-ID-BUSCA
               PERFORM 3954-LER-CARGO-ATUAL
               IF WS-GATU-ACHADO EQUAL 'S'
                   MOVE WS-GATU-SAL-BASE TO WS-CUSTEIO-SAL-FUNC
               END-IF
           END-IF.

       2653-LOCALIZAR-SALARIO-FUNC-FIM.
           EXIT.

       2655-CARREGAR-TAB-APONTAMENTOS SECTION.
           MOVE ZEROS TO WS-APONT-QTD.
           MOVE ZEROS TO WS-CNT-APONT.
           MOVE ZEROS TO WS-CNT-APONT-EXC.
           MOVE ZEROS TO WS-CNT-APONT-FORA-PER.
           MOVE ZEROS TO WS-CNT-APONT-FORA-VIG.

           OPEN INPUT APONTAMENTOS.
           IF AS-STATUS-E12 NOT EQUAL TO ZEROS
               DISPLAY 'APONTAMENTOS: ARQUIVO AUSENTE, CUSTEIO '
                   'SEM HORAS ' AS-STATUS-E12
           ELSE
               MOVE 'N' TO AS-FIM12
               READ APONTAMENTOS
               IF AS-STATUS-E12 NOT EQUAL TO ZEROS
                   MOVE 'S' TO AS-FIM12
               END-IF

               PERFORM UNTIL AS-FIM12 EQUAL 'S'
                   ADD 1 TO WS-CNT-APONT

                   IF ARQ-A-PERIODO NOT EQUAL WS-PERIODO-EXEC
                       ADD 1 TO WS-CNT-APONT-FORA-PER
                   ELSE
                       PERFORM 2656-ACUMULAR-APONTAMENTO
                   END-IF

                   READ APONTAMENTOS
                       AT END
                           MOVE 'S' TO AS-FIM12
                   END-READ
               END-PERFORM

               CLOSE APONTAMENTOS

               DISPLAY 'APONTAMENTOS: LIDOS = ' WS-CNT-APONT
               DISPLAY 'APONTAMENTOS: FORA DO PERIODO = '
                   WS-CNT-APONT-FORA-PER
               DISPLAY 'APONTAMENTOS: SEM ALOCACAO = '
                   WS-CNT-APONT-EXC
               DISPLAY 'APONTAMENTOS: FORA DA VIGENCIA DA ALOCACAO = '
                   WS-CNT-APONT-FORA-VIG
           END-IF.

       2655-CARREGAR-TAB-APONTAMENTOS-FIM.
           EXIT.

       2656-ACUMULAR-APONTAMENTO SECTION.
           PERFORM 2649-LOCALIZAR-ALOCACAO-APONT.

           IF WS-APONT-ACHADO EQUAL 'N'
               MOVE ARQ-A-ID-PROJETO TO EXC-AP-ID-PROJ
               MOVE ARQ-A-ID-FUNC TO EXC-AP-ID-FUNC
               MOVE ARQ-A-PERIODO TO EXC-AP-PERIODO
               MOVE ARQ-A-HORAS TO EXC-AP-HORAS
               MOVE 'HORAS SEM ALOCACAO EM PROJETOSFUNCIONARIOS'
                   TO EXC-AP-MOTIVO
               WRITE ARQ-APONT-EXC-S FROM APONTAMENTOS-EXCECAO-FIELDS
               ADD 1 TO WS-CNT-APONT-EXC
               PERFORM 3920-GRAVAR-EXC-APONT-CONS
           ELSE
           IF ARQ-A-PERIODO LESS THAN WS-ALOC-PER-INICIO
                   OR ARQ-A-PERIODO GREATER THAN WS-ALOC-PER-FIM
               MOVE ARQ-A-ID-PROJETO TO EXC-AP-ID-PROJ
               MOVE ARQ-A-ID-FUNC TO EXC-AP-ID-FUNC
               MOVE ARQ-A-PERIODO TO EXC-AP-PERIODO
               MOVE ARQ-A-HORAS TO EXC-AP-HORAS
               MOVE 'HORAS FORA DA VIGENCIA DA ALOCACAO'
                   TO EXC-AP-MOTIVO
               WRITE ARQ-APONT-EXC-S FROM APONTAMENTOS-EXCECAO-FIELDS
               ADD 1 TO WS-CNT-APONT-FORA-VIG
               PERFORM 3920-GRAVAR-EXC-APONT-CONS
           ELSE
               MOVE 'N' TO WS-APONT-ACHADO
               PERFORM VARYING WS-APONT-IDX FROM 1 BY 1
                       UNTIL WS-APONT-IDX > WS-APONT-QTD
                          OR WS-APONT-ACHADO EQUAL 'S'
                   IF WS-TAB-ID-PROJ-AP(WS-APONT-IDX)
                           EQUAL ARQ-A-ID-PROJETO
                       AND WS-TAB-ID-FUNC-AP(WS-APONT-IDX)
                           EQUAL ARQ-A-ID-FUNC
                       ADD ARQ-A-HORAS
                           TO WS-TAB-HORAS-AP(WS-APONT-IDX)
                       MOVE 'S' TO WS-APONT-ACHADO
                   END-IF
               END-PERFORM

               IF WS-APONT-ACHADO EQUAL 'N'
                   IF WS-APONT-QTD GREATER THAN OR EQUAL TO 20000
                       MOVE 'APONTAMENTOS' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   ELSE
                       ADD 1 TO WS-APONT-QTD
                       MOVE ARQ-A-ID-PROJETO
                           TO WS-TAB-ID-PROJ-AP(WS-APONT-QTD)
                       MOVE ARQ-A-ID-FUNC
                           TO WS-TAB-ID-FUNC-AP(WS-APONT-QTD)
                       MOVE ARQ-A-HORAS
                           TO WS-TAB-HORAS-AP(WS-APONT-QTD)
                   END-IF
               END-IF
           END-IF
           END-IF.

       2656-ACUMULAR-APONTAMENTO-FIM.
           EXIT.

       2649-LOCALIZAR-ALOCACAO-APONT SECTION.
           MOVE 'N' TO WS-APONT-ACHADO.

           IF WS-PAR-INDEXADOS EQUAL 'S'
               MOVE ARQ-A-ID-PROJETO TO ARQ-X-ID-PROJ-PF
               MOVE ARQ-A-ID-FUNC TO ARQ-X-ID-FUNC-PF
               READ PROJFUNC-X
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-APONT-ACHADO
                       MOVE ARQ-X-ALOCACAO-PF TO WS-ALOC-ENTRADA
                       PERFORM 2659-NORMALIZAR-ALOCACAO
               END-READ
           ELSE
               SEARCH ALL WS-PROJFUNC-TAB
                   AT END
                       CONTINUE
                   WHEN WS-TAB-ID-PROJETO-PF(IX-PF-TAB)
                           EQUAL ARQ-A-ID-PROJETO
                       AND WS-TAB-ID-FUNC-PF(IX-PF-TAB)
                           EQUAL ARQ-A-ID-FUNC
                       MOVE 'S' TO WS-APONT-ACHADO
                       MOVE WS-TAB-PER-INICIO-PF(IX-PF-TAB)
                           TO WS-ALOC-PER-INICIO
                       MOVE WS-TAB-PER-FIM-PF(IX-PF-TAB)
                           TO WS-ALOC-PER-FIM
               END-SEARCH
           END-IF.

       2649-LOCALIZAR-ALOCACAO-APONT-FIM.
           EXIT.

       2657-LISTAR-ALOCADOS-SEM-HORAS SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PROJFUNC-QTD
               MOVE 'N' TO WS-APONT-ACHADO
               IF WS-TAB-PER-INICIO-PF(WS-I) GREATER THAN
                       WS-PERIODO-EXEC
                   OR WS-TAB-PER-FIM-PF(WS-I) LESS THAN
                       WS-PERIODO-EXEC
                   MOVE 'S' TO WS-APONT-ACHADO
               END-IF
               PERFORM VARYING WS-APONT-IDX FROM 1 BY 1
                       UNTIL WS-APONT-IDX > WS-APONT-QTD
                          OR WS-APONT-ACHADO EQUAL 'S'
                   IF WS-TAB-ID-PROJ-AP(WS-APONT-IDX)
                           EQUAL WS-TAB-ID-PROJETO-PF(WS-I)
                       AND WS-TAB-ID-FUNC-AP(WS-APONT-IDX)
                           EQUAL WS-TAB-ID-FUNC-PF(WS-I)
                       MOVE 'S' TO WS-APONT-ACHADO
                   END-IF
               END-PERFORM

               IF WS-APONT-ACHADO EQUAL 'N'
                   MOVE WS-TAB-ID-PROJETO-PF(WS-I) TO EXC-AP-ID-PROJ
                   MOVE WS-TAB-ID-FUNC-PF(WS-I) TO EXC-AP-ID-FUNC
                   MOVE WS-PERIODO-EXEC TO EXC-AP-PERIODO
                   MOVE ZEROS TO EXC-AP-HORAS
                   MOVE 'ALOCADO SEM HORAS NO PERIODO'
                       TO EXC-AP-MOTIVO
                   WRITE ARQ-APONT-EXC-S
                       FROM APONTAMENTOS-EXCECAO-FIELDS
                   ADD 1 TO WS-CNT-APONT-EXC
                   PERFORM 3920-GRAVAR-EXC-APONT-CONS
               END-IF
           END-PERFORM.

       2657-LISTAR-ALOCADOS-SEM-HORAS-FIM.
           EXIT.

       2659-NORMALIZAR-ALOCACAO SECTION.
           MOVE 'S' TO WS-ALOC-VALIDA.

           IF WS-ALOC-PERC-ENT NUMERIC
               MOVE WS-ALOC-PERC-ENT TO WS-ALOC-PERC
           ELSE
               MOVE ZEROS TO WS-ALOC-PERC
           END-IF.
           IF WS-ALOC-PERC EQUAL ZEROS
               MOVE 100 TO WS-ALOC-PERC
           END-IF.

           IF WS-ALOC-DT-INICIO-ENT NUMERIC
               MOVE WS-ALOC-DT-INICIO-ENT TO WS-ALOC-DT-INICIO
           ELSE
               MOVE ZEROS TO WS-ALOC-DT-INICIO
           END-IF.

           IF WS-ALOC-DT-FIM-ENT NUMERIC
               MOVE WS-ALOC-DT-FIM-ENT TO WS-ALOC-DT-FIM
           ELSE
               MOVE ZEROS TO WS-ALOC-DT-FIM
           END-IF.

           COMPUTE WS-ALOC-PER-INICIO = WS-ALOC-DT-INICIO / 100.

           IF WS-ALOC-DT-FIM EQUAL ZEROS
               MOVE 999999 TO WS-ALOC-PER-FIM
           ELSE
               COMPUTE WS-ALOC-PER-FIM = WS-ALOC-DT-FIM / 100
               IF WS-ALOC-DT-FIM LESS THAN WS-ALOC-DT-INICIO
                   MOVE 'N' TO WS-ALOC-VALIDA
                   MOVE ZEROS TO WS-ALOC-PER-FIM
               END-IF
           END-IF.

       2659-NORMALIZAR-ALOCACAO-FIM.
           EXIT.

       2660-GERAR-PRAZO-PROJETOS SECTION.
           PERFORM 2452-CARREGAR-TAB-DEPARTAMENTOS.
           PERFORM 2141-CARREGAR-TAB-PROJETOS.

           MOVE ZEROS TO WS-PRAZO-QTD.
           MOVE ZEROS TO WS-CNT-PRAZO.

           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-TAB-QTD
               IF WS-TAB-STATUS-PT(WS-PROJ-IDX)
                       NOT EQUAL 'CONCLUIDO'
                   PERFORM 2661-CALCULAR-PRAZO-PROJETO
                   IF WS-PRAZO-QTD GREATER THAN OR EQUAL TO 5000
                       MOVE 'PRAZO-PROJETOS' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-PRAZO-QTD
                   MOVE WS-TAB-ID-PROJ-PT(WS-PROJ-IDX)
                       TO WS-TAB-ID-PROJ-PZ(WS-PRAZO-QTD)
                   MOVE WS-TAB-ID-DEP-PT(WS-PROJ-IDX)
                       TO WS-TAB-ID-DEP-PZ(WS-PRAZO-QTD)
                   MOVE WS-TAB-NOME-PROJ-PT(WS-PROJ-IDX)
                       TO WS-TAB-NOME-PROJ-PZ(WS-PRAZO-QTD)
                   MOVE WS-TAB-DATA-PT(WS-PROJ-IDX)
                       TO WS-TAB-DATA-PZ(WS-PRAZO-QTD)
                   MOVE WS-PRAZO-DIAS
                       TO WS-TAB-DIAS-PZ(WS-PRAZO-QTD)
                   MOVE WS-PRAZO-BUCKET
                       TO WS-TAB-BUCKET-PZ(WS-PRAZO-QTD)
               END-IF
           END-PERFORM.

           OPEN OUTPUT PRAZO-PROJETOS-S.
           IF AS-STATUS-S14 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S14
           END-IF.
           MOVE WS-ARQ-PRAZO-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-PRAZO-S FROM RELATORIO-DATA-FIELDS.

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-DEP-QTD
               MOVE WS-TAB-ID-DEP(WS-J) TO PRAZO-DEP-ID
               MOVE WS-TAB-NOME-DEP(WS-J) TO PRAZO-DEP-NOME
               WRITE ARQ-PRAZO-S FROM PRAZO-DEP-CABECALHO-FIELDS

               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PRAZO-QTD
                   IF WS-TAB-ID-DEP-PZ(WS-I) EQUAL WS-TAB-ID-DEP(WS-J)
                       MOVE WS-TAB-ID-PROJ-PZ(WS-I) TO PRAZO-D-ID-PROJ
                       MOVE WS-TAB-NOME-PROJ-PZ(WS-I)
                           TO PRAZO-D-NOME-PROJ
                       MOVE WS-TAB-DATA-PZ(WS-I) TO PRAZO-D-DATA-ENTREGA
                       MOVE WS-TAB-DIAS-PZ(WS-I) TO PRAZO-D-DIAS
                       MOVE WS-TAB-BUCKET-PZ(WS-I) TO PRAZO-D-BUCKET
                       WRITE ARQ-PRAZO-S FROM PRAZO-DETALHE-FIELDS
                       ADD 1 TO WS-CNT-PRAZO
                   END-IF
               END-PERFORM
           END-PERFORM.

           DISPLAY 'PRAZO DE PROJETOS: TOTAL DE REGISTROS = '
               WS-CNT-PRAZO.

           CLOSE PRAZO-PROJETOS-S.

       2660-GERAR-PRAZO-PROJETOS-FIM.
           EXIT.

       2661-CALCULAR-PRAZO-PROJETO SECTION.
           MOVE WS-TAB-DATA-PT(WS-PROJ-IDX) TO WS-DATA-ENTREGA-TXT.
           MOVE WS-DEN-ANO-X TO WS-DEN-ANO.
           MOVE WS-DEN-MES-X TO WS-DEN-MES.
           MOVE WS-DEN-DIA-X TO WS-DEN-DIA.

           COMPUTE WS-PRAZO-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-DATA-ENTREGA-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO).

           IF WS-PRAZO-DIAS < 0
               MOVE 'ATRASADO' TO WS-PRAZO-BUCKET
           ELSE
               IF WS-PRAZO-DIAS <= 15
                   MOVE 'PROX-VENC' TO WS-PRAZO-BUCKET
               ELSE
                   MOVE 'EM DIA' TO WS-PRAZO-BUCKET
               END-IF
           END-IF.

       2661-CALCULAR-PRAZO-PROJETO-FIM.
           EXIT.

       2670-GERAR-UTILIZACAO SECTION.
           IF WS-CNT-APONT EQUAL ZEROS
               DISPLAY 'UTILIZACAO: APONTAMENTOS NAO CARREGADOS, '
                   'EXECUTAR SECAO 2650, RELATORIO NAO GERADO'
           ELSE
               PERFORM 2674-MONTAR-UTILIZACAO
           END-IF.

       2670-GERAR-UTILIZACAO-FIM.
           EXIT.

       2674-MONTAR-UTILIZACAO SECTION.
           PERFORM 2451-CARREGAR-TAB-CARGOS.
           PERFORM 2452-CARREGAR-TAB-DEPARTAMENTOS.
           PERFORM 2751-CARREGAR-TAB-FUNCIONARIOS.
           PERFORM 2671-CARREGAR-TAB-TARIFAS.

           MOVE ZEROS TO WS-CNT-UTILIZACAO.
           MOVE ZEROS TO WS-CNT-UTIL-BENCH.
           MOVE ZEROS TO WS-CNT-UTIL-EXCEDIDO.
           MOVE ZEROS TO WS-UTIL-TOTAL-FATURAVEL.
           COMPUTE WS-UTIL-METADE-CAP = WS-PAR-CAPACIDADE / 2.

           IF WS-PERIODO-PRIMEIRO EQUAL 'S'
               OPEN OUTPUT UTILIZACAO-S
           ELSE
               OPEN EXTEND UTILIZACAO-S
           END-IF.
           IF AS-STATUS-S37 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S37
           END-IF.
           MOVE WS-ARQ-UTILIZACAO-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           WRITE ARQ-UTILIZACAO-S FROM UTILIZACAO-TITULO-FIELDS.
           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-UTILIZACAO-S FROM RELATORIO-DATA-FIELDS.
           MOVE WS-PERIODO-EXEC TO REL-PERIODO.
           WRITE ARQ-UTILIZACAO-S FROM RELATORIO-PERIODO-FIELDS.

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-DEP-QTD
               MOVE WS-TAB-ID-DEP(WS-J) TO UTIL-DEP-ID
               MOVE WS-TAB-NOME-DEP(WS-J) TO UTIL-DEP-NOME
               WRITE ARQ-UTILIZACAO-S FROM UTIL-DEP-FIELDS

               PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                       UNTIL WS-FUNC-IDX > WS-FUNC-QTD
                   IF WS-TAB-ID-DEP-FUNC-T(WS-FUNC-IDX)
                           EQUAL WS-TAB-ID-DEP(WS-J)
                       PERFORM 2676-SELECIONAR-FUNC-UTILIZACAO
                       IF WS-UTIL-SELECIONADO EQUAL 'S'
                           PERFORM 2675-GRAVAR-REG-UTILIZACAO
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE WS-UTIL-TOTAL-FATURAVEL TO UTIL-T-FATURAVEL.
           MOVE WS-CNT-UTILIZACAO TO UTIL-T-QTD.
           MOVE WS-CNT-UTIL-BENCH TO UTIL-T-BENCH.
           MOVE WS-CNT-UTIL-EXCEDIDO TO UTIL-T-EXCEDIDO.
           WRITE ARQ-UTILIZACAO-S FROM UTIL-TOTAL-FIELDS.

           DISPLAY 'UTILIZACAO: FUNCIONARIOS ANALISADOS = '
               WS-CNT-UTILIZACAO ' BENCH = ' WS-CNT-UTIL-BENCH
               ' EXCEDIDOS = ' WS-CNT-UTIL-EXCEDIDO.

           CLOSE UTILIZACAO-S.

       2674-MONTAR-UTILIZACAO-FIM.
           EXIT.

       2676-SELECIONAR-FUNC-UTILIZACAO SECTION.
           MOVE 'N' TO WS-UTIL-SELECIONADO.

           MOVE WS-TAB-ID-FUNC(WS-FUNC-IDX) TO WS-ADMIS-ID-BUSCA.
           PERFORM 2398-LOCALIZAR-ADMISSAO.
           IF WS-ADMIS-ACHADO EQUAL 'S'
                   AND WS-ADMIS-PERIODO GREATER THAN WS-PERIODO-EXEC
               CONTINUE
           ELSE
               PERFORM 2397-RESOLVER-STATUS-EFETIVO
               IF WS-FEF-STATUS EQUAL 'ATIVO'
                   MOVE 'S' TO WS-UTIL-SELECIONADO
               ELSE
                   MOVE WS-TAB-ID-FUNC(WS-FUNC-IDX)
                       TO WS-DESLIG-ID-BUSCA
                   PERFORM 2391-LOCALIZAR-DESLIGAMENTO
                   IF WS-DESLIG-ACHADO EQUAL 'S'
                           AND WS-DESLIG-PERIODO EQUAL
                               WS-PERIODO-EXEC
                       MOVE 'S' TO WS-UTIL-SELECIONADO
                   END-IF
               END-IF
           END-IF.

       2676-SELECIONAR-FUNC-UTILIZACAO-FIM.
           EXIT.

       2675-GRAVAR-REG-UTILIZACAO SECTION.
           MOVE WS-TAB-ID-FUNC(WS-FUNC-IDX) TO WS-UTIL-ID-BUSCA.
           PERFORM 2672-SOMAR-HORAS-FUNC.

           IF WS-UTIL-HORAS EQUAL ZEROS
               MOVE 'BENCH' TO WS-UTIL-SITUACAO
               ADD 1 TO WS-CNT-UTIL-BENCH
           ELSE
               IF WS-UTIL-HORAS LESS THAN WS-UTIL-METADE-CAP
                   MOVE 'SUBALOCADO' TO WS-UTIL-SITUACAO
               ELSE
                   IF WS-UTIL-HORAS GREATER THAN WS-PAR-CAPACIDADE
                       MOVE 'EXCEDIDO' TO WS-UTIL-SITUACAO
                       ADD 1 TO WS-CNT-UTIL-EXCEDIDO
                   ELSE
                       MOVE 'NORMAL' TO WS-UTIL-SITUACAO
                   END-IF
               END-IF
           END-IF.

           MOVE WS-TAB-ID-CARGO-FUNC(WS-FUNC-IDX)
               TO WS-POS-ID-BUSCA.
           PERFORM 2673-LOCALIZAR-TARIFA-CARGO.
           COMPUTE WS-UTIL-FATURAVEL =
               WS-UTIL-HORAS * WS-UTIL-TARIFA.

           MOVE WS-TAB-ID-FUNC(WS-FUNC-IDX) TO UTIL-D-ID-FUNC.
           MOVE WS-TAB-NOME-FUNC(WS-FUNC-IDX) TO UTIL-D-NOME.
           MOVE WS-UTIL-HORAS TO UTIL-D-HORAS.
           MOVE WS-PAR-CAPACIDADE TO UTIL-D-CAPACIDADE.
           MOVE WS-UTIL-SITUACAO TO UTIL-D-SITUACAO.
           MOVE WS-UTIL-TARIFA TO UTIL-D-TARIFA.
           MOVE WS-UTIL-FATURAVEL TO UTIL-D-FATURAVEL.
           WRITE ARQ-UTILIZACAO-S FROM UTIL-DETALHE-FIELDS.

           ADD 1 TO WS-CNT-UTILIZACAO.
           ADD WS-UTIL-FATURAVEL TO WS-UTIL-TOTAL-FATURAVEL.

       2675-GRAVAR-REG-UTILIZACAO-FIM.
           EXIT.

       2671-CARREGAR-TAB-TARIFAS SECTION.
           IF WS-TARIFAS-CARREGADA EQUAL 'S'
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-TARIFA-QTD
               MOVE ZEROS TO WS-CNT-TARIFAS

               OPEN INPUT TABELA-TARIFAS
               IF AS-STATUS-E17 NOT EQUAL TO ZEROS
                   DISPLAY 'TABELA TARIFAS: ARQUIVO AUSENTE, '
                       'FATURAVEL ZERADO ' AS-STATUS-E17
               ELSE
                   MOVE 'N' TO AS-FIM17
                   READ TABELA-TARIFAS
                   IF AS-STATUS-E17 NOT EQUAL TO ZEROS
                       MOVE 'S' TO AS-FIM17
                   END-IF

                   PERFORM UNTIL AS-FIM17 EQUAL 'S'
                       IF WS-TARIFA-QTD GREATER THAN OR EQUAL TO 1000
                           MOVE 'TARIFAS' TO WS-ABORT-TABELA
                           PERFORM 9100-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WS-TARIFA-QTD
                       ADD 1 TO WS-CNT-TARIFAS
                       MOVE ARQ-TR-ID-CARGO
                           TO WS-TAB-ID-CARGO-TR(WS-TARIFA-QTD)
                       MOVE ARQ-TR-TARIFA-HORA
                           TO WS-TAB-TARIFA-TR(WS-TARIFA-QTD)

                       READ TABELA-TARIFAS
                           AT END
                               MOVE 'S' TO AS-FIM17
                       END-READ
                   END-PERFORM

                   CLOSE TABELA-TARIFAS

                   DISPLAY 'TABELA TARIFAS: REGISTROS LIDOS = '
                       WS-CNT-TARIFAS
               END-IF

               MOVE 'S' TO WS-TARIFAS-CARREGADA
           END-IF.

       2671-CARREGAR-TAB-TARIFAS-FIM.
           EXIT.

       2672-SOMAR-HORAS-FUNC SECTION.
           MOVE ZEROS TO WS-UTIL-HORAS.

           PERFORM VARYING WS-UTIL-IDX FROM 1 BY 1
                   UNTIL WS-UTIL-IDX > WS-APONT-QTD
               IF WS-TAB-ID-FUNC-AP(WS-UTIL-IDX)
                       EQUAL WS-UTIL-ID-BUSCA
                   ADD WS-TAB-HORAS-AP(WS-UTIL-IDX) TO WS-UTIL-HORAS
               END-IF
           END-PERFORM.

       2672-SOMAR-HORAS-FUNC-FIM.
           EXIT.

       2673-LOCALIZAR-TARIFA-CARGO SECTION.
           MOVE ZEROS TO WS-UTIL-TARIFA.
           MOVE 'N' TO WS-UTIL-ACHADO.

           PERFORM VARYING WS-UTIL-IDX FROM 1 BY 1
                   UNTIL WS-UTIL-IDX > WS-TARIFA-QTD
                      OR WS-UTIL-ACHADO EQUAL 'S'
               IF WS-TAB-ID-CARGO-TR(WS-UTIL-IDX)
                       EQUAL WS-POS-ID-BUSCA
                   MOVE WS-TAB-TARIFA-TR(WS-UTIL-IDX)
                       TO WS-UTIL-TARIFA
                   MOVE 'S' TO WS-UTIL-ACHADO
               END-IF
           END-PERFORM.

       2673-LOCALIZAR-TARIFA-CARGO-FIM.
           EXIT.

       2680-GERAR-ALOCACAO SECTION.
           PERFORM 2452-CARREGAR-TAB-DEPARTAMENTOS.
           PERFORM 2751-CARREGAR-TAB-FUNCIONARIOS.
           PERFORM 2651-CARREGAR-TAB-PROJFUNC.

           MOVE ZEROS TO WS-CNT-ALOCACAO.
           MOVE ZEROS TO WS-CNT-ALOC-SUPER.
           MOVE ZEROS TO WS-CNT-ALOC-SUB.
           MOVE ZEROS TO WS-CNT-ALOC-SEM.

           IF WS-PERIODO-PRIMEIRO EQUAL 'S'
               OPEN OUTPUT ALOCACAO-FUNCIONARIOS-S
           ELSE
               OPEN EXTEND ALOCACAO-FUNCIONARIOS-S
           END-IF.
           IF AS-STATUS-S52 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S52
           END-IF.
           MOVE WS-ARQ-ALOCACAO-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           WRITE ARQ-ALOCACAO-S FROM ALOCACAO-TITULO-FIELDS.
           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-ALOCACAO-S FROM RELATORIO-DATA-FIELDS.
           MOVE WS-PERIODO-EXEC TO REL-PERIODO.
           WRITE ARQ-ALOCACAO-S FROM RELATORIO-PERIODO-FIELDS.

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-DEP-QTD
               MOVE WS-TAB-ID-DEP(WS-J) TO UTIL-DEP-ID
               MOVE WS-TAB-NOME-DEP(WS-J) TO UTIL-DEP-NOME
               WRITE ARQ-ALOCACAO-S FROM UTIL-DEP-FIELDS

               PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                       UNTIL WS-FUNC-IDX > WS-FUNC-QTD
                   IF WS-TAB-ID-DEP-FUNC-T(WS-FUNC-IDX)
                           EQUAL WS-TAB-ID-DEP(WS-J)
                       PERFORM 2676-SELECIONAR-FUNC-UTILIZACAO
                       IF WS-UTIL-SELECIONADO EQUAL 'S'
                           PERFORM 2681-GRAVAR-ALOCACAO-FUNC
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE WS-CNT-ALOCACAO TO ALOC-T-QTD.
           MOVE WS-CNT-ALOC-SUPER TO ALOC-T-SUPER.
           MOVE WS-CNT-ALOC-SUB TO ALOC-T-SUB.
           MOVE WS-CNT-ALOC-SEM TO ALOC-T-SEM.
           WRITE ARQ-ALOCACAO-S FROM ALOC-TOTAL-FIELDS.

           DISPLAY 'ALOCACAO: FUNCIONARIOS ANALISADOS = '
               WS-CNT-ALOCACAO ' SUPERALOCADOS = ' WS-CNT-ALOC-SUPER
               ' SUBALOCADOS = ' WS-CNT-ALOC-SUB.

           CLOSE ALOCACAO-FUNCIONARIOS-S.

       2680-GERAR-ALOCACAO-FIM.
           EXIT.

       2681-GRAVAR-ALOCACAO-FUNC SECTION.
           MOVE ZEROS TO WS-ALOC-TOTAL-PERC.
           MOVE ZEROS TO WS-ALOC-QTD-FUNC.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PROJFUNC-QTD
               IF WS-TAB-ID-FUNC-PF(WS-I)
                       EQUAL WS-TAB-ID-FUNC(WS-FUNC-IDX)
                   AND WS-TAB-PER-INICIO-PF(WS-I)
                       NOT GREATER THAN WS-PERIODO-EXEC
                   AND WS-TAB-PER-FIM-PF(WS-I)
                       NOT LESS THAN WS-PERIODO-EXEC
                   ADD WS-TAB-PERC-PF(WS-I) TO WS-ALOC-TOTAL-PERC
                   ADD 1 TO WS-ALOC-QTD-FUNC
               END-IF
           END-PERFORM.

           MOVE WS-ALOC-TOTAL-PERC TO ALOC-F-TOTAL.

           IF WS-ALOC-QTD-FUNC EQUAL ZEROS
               MOVE 'SEM ALOCACAO' TO WS-ALOC-SITUACAO
               ADD 1 TO WS-CNT-ALOC-SEM
           ELSE
               IF WS-ALOC-TOTAL-PERC GREATER THAN 100
                   MOVE 'SUPERALOCADO' TO WS-ALOC-SITUACAO
                   ADD 1 TO WS-CNT-ALOC-SUPER
                   MOVE 'ALOCACAO' TO WS-EXC-ORIGEM
                   MOVE SPACES TO WS-EXC-CHAVE
                   STRING 'FUNC=' WS-TAB-ID-FUNC(WS-FUNC-IDX)
                          ' PER=' WS-PERIODO-EXEC
                          ' PERC=' ALOC-F-TOTAL
                       DELIMITED BY SIZE INTO WS-EXC-CHAVE
                   MOVE 'A' TO WS-EXC-SEVERIDADE
                   MOVE 'FUNCIONARIO ALOCADO ACIMA DE 100%'
                       TO WS-EXC-MOTIVO
                   PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
               ELSE
                   IF WS-ALOC-TOTAL-PERC LESS THAN WS-PAR-ALOC-MINIMA
                       MOVE 'SUBALOCADO' TO WS-ALOC-SITUACAO
                       ADD 1 TO WS-CNT-ALOC-SUB
                   ELSE
                       MOVE 'NORMAL' TO WS-ALOC-SITUACAO
                   END-IF
               END-IF
           END-IF.

           MOVE WS-TAB-ID-FUNC(WS-FUNC-IDX) TO ALOC-F-ID-FUNC.
           MOVE WS-TAB-NOME-FUNC(WS-FUNC-IDX) TO ALOC-F-NOME.
           MOVE WS-PAR-ALOC-MINIMA TO ALOC-F-MINIMO.
           MOVE WS-ALOC-SITUACAO TO ALOC-F-SITUACAO.
           WRITE ARQ-ALOCACAO-S FROM ALOC-FUNC-FIELDS.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PROJFUNC-QTD
               IF WS-TAB-ID-FUNC-PF(WS-I)
                       EQUAL WS-TAB-ID-FUNC(WS-FUNC-IDX)
                   AND WS-TAB-PER-INICIO-PF(WS-I)
                       NOT GREATER THAN WS-PERIODO-EXEC
                   AND WS-TAB-PER-FIM-PF(WS-I)
                       NOT LESS THAN WS-PERIODO-EXEC
                   MOVE WS-TAB-ID-PROJETO-PF(WS-I) TO ALOC-D-ID-PROJ
                   MOVE WS-TAB-PAPEL-PF(WS-I) TO ALOC-D-PAPEL
                   MOVE WS-TAB-PERC-PF(WS-I) TO ALOC-D-PERC
                   MOVE WS-TAB-DT-INICIO-PF(WS-I) TO ALOC-D-DT-INICIO
                   MOVE WS-TAB-DT-FIM-PF(WS-I) TO ALOC-D-DT-FIM
                   WRITE ARQ-ALOCACAO-S FROM ALOC-DETALHE-FIELDS
               END-IF
           END-PERFORM.

           ADD 1 TO WS-CNT-ALOCACAO.

       2681-GRAVAR-ALOCACAO-FUNC-FIM.
           EXIT.

       2690-GERAR-PREVISAO-CUSTOS SECTION.
           MOVE ZEROS TO WS-CNT-PREVISAO.
           MOVE ZEROS TO WS-PREV-QTD-PROJ.
           MOVE ZEROS TO WS-PREV-CUSTO-TOTAL.

           MOVE WS-PERIODO-EXEC TO WS-PREV-PERIODO.
           PERFORM 2692-PERIODO-PARA-MESES.
           COMPUTE WS-PREV-ABS-PROXIMO = WS-PREV-MESES-ABS + 1.
           COMPUTE WS-PREV-ABS-HORIZONTE =
               WS-PREV-MESES-ABS + WS-PAR-PREV-MESES.
           MOVE WS-PREV-ABS-PROXIMO TO WS-PREV-MESES-ABS.
           PERFORM 2693-MESES-PARA-PERIODO.
           MOVE WS-PREV-PERIODO TO WS-PREV-PER-PROXIMO.

           IF WS-PERIODO-PRIMEIRO EQUAL 'S'
               OPEN OUTPUT PREVISAO-CUSTOS-S
           ELSE
               OPEN EXTEND PREVISAO-CUSTOS-S
           END-IF.
           IF AS-STATUS-S53 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S53
           END-IF.
           MOVE WS-ARQ-PREVISAO-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           WRITE ARQ-PREVISAO-S FROM PREVISAO-TITULO-FIELDS.
           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-PREVISAO-S FROM RELATORIO-DATA-FIELDS.
           MOVE WS-PERIODO-EXEC TO REL-PERIODO.
           WRITE ARQ-PREVISAO-S FROM RELATORIO-PERIODO-FIELDS.
           MOVE WS-PREV-PER-PROXIMO TO PREV-H-INICIO.
           MOVE WS-PAR-PREV-MESES TO PREV-H-MESES.
           WRITE ARQ-PREVISAO-S FROM PREVISAO-HORIZONTE-FIELDS.

           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-TAB-QTD
               IF WS-TAB-STATUS-PT(WS-PROJ-IDX)
                       NOT EQUAL 'CONCLUIDO'
                   PERFORM 2691-PREVER-CUSTO-PROJETO
               END-IF
           END-PERFORM.

           MOVE WS-PREV-QTD-PROJ TO PREV-T-QTD.
           MOVE WS-PREV-CUSTO-TOTAL TO PREV-T-CUSTO.
           WRITE ARQ-PREVISAO-S FROM PREV-TOTAL-FIELDS.

           DISPLAY 'PREVISAO DE CUSTOS: PROJETOS = ' WS-PREV-QTD-PROJ
               ' ALOCACOES = ' WS-CNT-PREVISAO
               ' CUSTO PREVISTO = ' WS-PREV-CUSTO-TOTAL.

           CLOSE PREVISAO-CUSTOS-S.

       2690-GERAR-PREVISAO-CUSTOS-FIM.
           EXIT.

       2691-PREVER-CUSTO-PROJETO SECTION.
           MOVE WS-PREV-ABS-HORIZONTE TO WS-PREV-ABS-LIMITE.

           MOVE SPACES TO WS-PREV-ENTREGA-TXT.
           STRING WS-TAB-DATA-PT(WS-PROJ-IDX)(1:4)
                  WS-TAB-DATA-PT(WS-PROJ-IDX)(6:2)
               DELIMITED BY SIZE INTO WS-PREV-ENTREGA-TXT.
           IF WS-PREV-ENTREGA-TXT NUMERIC
               MOVE WS-PREV-ENTREGA TO WS-PREV-PERIODO
               PERFORM 2692-PERIODO-PARA-MESES
               IF WS-PREV-MESES-ABS NOT LESS THAN WS-PREV-ABS-PROXIMO
                       AND WS-PREV-MESES-ABS LESS THAN
                           WS-PREV-ABS-LIMITE
                   MOVE WS-PREV-MESES-ABS TO WS-PREV-ABS-LIMITE
               END-IF
           END-IF.

           MOVE WS-PREV-ABS-LIMITE TO WS-PREV-MESES-ABS.
           PERFORM 2693-MESES-PARA-PERIODO.
           MOVE WS-PREV-PERIODO TO WS-PREV-PER-LIMITE.

           MOVE WS-TAB-ID-PROJ-PT(WS-PROJ-IDX) TO PREV-P-ID-PROJ.
           MOVE WS-TAB-NOME-PROJ-PT(WS-PROJ-IDX) TO PREV-P-NOME.
           MOVE WS-TAB-STATUS-PT(WS-PROJ-IDX) TO PREV-P-STATUS.
           MOVE WS-TAB-DATA-PT(WS-PROJ-IDX) TO PREV-P-ENTREGA.
           MOVE WS-PREV-PER-LIMITE TO PREV-P-LIMITE.
           WRITE ARQ-PREVISAO-S FROM PREV-PROJ-FIELDS.

           MOVE ZEROS TO WS-PREV-CUSTO-PROJ.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PROJFUNC-QTD
               IF WS-TAB-ID-PROJETO-PF(WS-I)
                       EQUAL WS-TAB-ID-PROJ-PT(WS-PROJ-IDX)
                   PERFORM 2694-PREVER-CUSTO-ALOCACAO
               END-IF
           END-PERFORM.

           MOVE WS-TAB-VALOR-PT(WS-PROJ-IDX) TO PREV-PT-VALOR.
           MOVE WS-PREV-CUSTO-PROJ TO PREV-PT-CUSTO.
           WRITE ARQ-PREVISAO-S FROM PREV-PROJ-TOTAL-FIELDS.

           ADD WS-PREV-CUSTO-PROJ TO WS-PREV-CUSTO-TOTAL.
           ADD 1 TO WS-PREV-QTD-PROJ.

       2691-PREVER-CUSTO-PROJETO-FIM.
           EXIT.

       2692-PERIODO-PARA-MESES SECTION.
           DIVIDE WS-PREV-PERIODO BY 100
               GIVING WS-PREV-ANO REMAINDER WS-PREV-MES.
           IF WS-PREV-MES EQUAL ZEROS
               MOVE 1 TO WS-PREV-MES
           END-IF.
           COMPUTE WS-PREV-MESES-ABS =
               (WS-PREV-ANO * 12) + WS-PREV-MES - 1.

       2692-PERIODO-PARA-MESES-FIM.
           EXIT.

       2693-MESES-PARA-PERIODO SECTION.
           DIVIDE WS-PREV-MESES-ABS BY 12
               GIVING WS-PREV-ANO REMAINDER WS-PREV-MES.
           COMPUTE WS-PREV-PERIODO =
               (WS-PREV-ANO * 100) + WS-PREV-MES + 1.

       2693-MESES-PARA-PERIODO-FIM.
           EXIT.

       2694-PREVER-CUSTO-ALOCACAO SECTION.
           MOVE ZEROS TO WS-PREV-MESES.

           IF WS-TAB-PER-INICIO-PF(WS-I) GREATER THAN
                   WS-PREV-PER-PROXIMO
               MOVE WS-TAB-PER-INICIO-PF(WS-I) TO WS-PREV-PERIODO
               PERFORM 2692-PERIODO-PARA-MESES
               MOVE WS-PREV-MESES-ABS TO WS-PREV-ABS-INICIO
           ELSE
               MOVE WS-PREV-ABS-PROXIMO TO WS-PREV-ABS-INICIO
           END-IF.

           MOVE WS-PREV-ABS-LIMITE TO WS-PREV-ABS-FIM.
           IF WS-TAB-PER-FIM-PF(WS-I) LESS THAN WS-PREV-PER-LIMITE
               IF WS-TAB-PER-FIM-PF(WS-I) LESS THAN
                       WS-PREV-PER-PROXIMO
                   MOVE ZEROS TO WS-PREV-ABS-FIM
               ELSE
                   MOVE WS-TAB-PER-FIM-PF(WS-I) TO WS-PREV-PERIODO
                   PERFORM 2692-PERIODO-PARA-MESES
                   MOVE WS-PREV-MESES-ABS TO WS-PREV-ABS-FIM
               END-IF
           END-IF.

           MOVE WS-TAB-ID-FUNC-PF(WS-I) TO WS-DESLIG-ID-BUSCA.
           PERFORM 2391-LOCALIZAR-DESLIGAMENTO.
           IF WS-DESLIG-ACHADO EQUAL 'S'
               IF WS-DESLIG-PERIODO LESS THAN WS-PREV-PER-PROXIMO
                   MOVE ZEROS TO WS-PREV-ABS-FIM
               ELSE
                   MOVE WS-DESLIG-PERIODO TO WS-PREV-PERIODO
                   PERFORM 2692-PERIODO-PARA-MESES
                   IF WS-PREV-MESES-ABS LESS THAN WS-PREV-ABS-FIM
                       MOVE WS-PREV-MESES-ABS TO WS-PREV-ABS-FIM
                   END-IF
               END-IF
           END-IF.

           IF WS-PREV-ABS-FIM NOT LESS THAN WS-PREV-ABS-INICIO
               COMPUTE WS-PREV-MESES =
                   WS-PREV-ABS-FIM - WS-PREV-ABS-INICIO + 1
           END-IF.

           MOVE WS-TAB-ID-FUNC-PF(WS-I) TO WS-CUSTEIO-ID-FUNC-BUSCA.
           PERFORM 2653-LOCALIZAR-SALARIO-FUNC.
           IF WS-FATU-STATUS EQUAL 'DESLIGADO'
               MOVE ZEROS TO WS-PREV-MESES
           END-IF.

           IF WS-PREV-MESES GREATER THAN ZEROS
               COMPUTE WS-PREV-CUSTO-MES ROUNDED =
                   WS-CUSTEIO-SAL-FUNC * WS-TAB-PERC-PF(WS-I) / 100
               COMPUTE WS-PREV-CUSTO =
                   WS-PREV-CUSTO-MES * WS-PREV-MESES

               MOVE WS-TAB-ID-FUNC-PF(WS-I) TO PREV-D-ID-FUNC
               MOVE WS-TAB-PAPEL-PF(WS-I) TO PREV-D-PAPEL
               MOVE WS-TAB-PERC-PF(WS-I) TO PREV-D-PERC
               MOVE WS-PREV-MESES TO PREV-D-MESES
               MOVE WS-PREV-CUSTO-MES TO PREV-D-CUSTO-MES
               MOVE WS-PREV-CUSTO TO PREV-D-CUSTO
               WRITE ARQ-PREVISAO-S FROM PREV-DETALHE-FIELDS

               ADD WS-PREV-CUSTO TO WS-PREV-CUSTO-PROJ
               ADD 1 TO WS-CNT-PREVISAO
           END-IF.

       2694-PREVER-CUSTO-ALOCACAO-FIM.
           EXIT.

       2700-PROCESSAR-CONTAS SECTION.
           PERFORM 2759-CARREGAR-TAB-CONTAS.
           PERFORM 2701-APLICAR-TRANS-CONTAS.

           OPEN OUTPUT CONTAS-S.
           IF AS-STATUS-S7 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S7
           END-IF.
           MOVE WS-ARQ-CONTAS-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           IF WS-PAR-EXPORT EQUAL 'S'
               OPEN OUTPUT CONTAS-I
               IF AS-STATUS-S30 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-S30
               END-IF
               MOVE WS-ARQ-CONTAS-I TO WS-GER-NOME-REG
               PERFORM 1125-REGISTRAR-UMA-SAIDA
               MOVE ZEROS TO WS-INT-CNT
               MOVE ZEROS TO WS-INT-HASH
               MOVE 'ID;ID-FUNC;AGENCIA;NUMERO;TIPO' TO WS-INT-LINHA
               WRITE ARQ-CONTA-I FROM WS-INT-LINHA
           END-IF.

           MOVE WS-CONTA-TAB-QTD TO WS-LIDOS-CONTAS.

           PERFORM VARYING WS-CONTA-IDX FROM 1 BY 1
                   UNTIL WS-CONTA-IDX > WS-CONTA-TAB-QTD
               MOVE WS-TAB-ID-CONTA-CN(WS-CONTA-IDX)
                   TO ARQ-S-ID-CONTA
               MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX)
                   TO ARQ-S-ID-FUNC-CONTA
               MOVE WS-TAB-AGENCIA-CN(WS-CONTA-IDX)
                   TO ARQ-S-AGENCIA-CONTA
               MOVE WS-TAB-NUMERO-CN(WS-CONTA-IDX)
                   TO ARQ-S-NUMERO-CONTA
               MOVE WS-TAB-TIPO-CN(WS-CONTA-IDX) TO ARQ-S-TIPO-CONTA
               MOVE WS-TAB-PRINCIPAL-CN(WS-CONTA-IDX)
                   TO ARQ-S-PRINCIPAL-CONTA
               MOVE WS-TAB-DT-VIG-CN(WS-CONTA-IDX)
                   TO ARQ-S-DT-VIG-CONTA
               MOVE WS-TAB-DT-ENC-CN(WS-CONTA-IDX)
                   TO ARQ-S-DT-ENC-CONTA

               WRITE ARQ-CONTA-S FROM CONTAS-FIELDS
               ADD 1 TO WS-CNT-CONTAS

               IF WS-PAR-EXPORT EQUAL 'S'
                   PERFORM 7150-EXPORTAR-CONTA
               END-IF
           END-PERFORM.

           DISPLAY 'CONTAS: TOTAL ESCRITOS = ' WS-CNT-CONTAS.

           IF WS-PAR-EXPORT EQUAL 'S'
               PERFORM 7900-MONTAR-TRAILER-INT
               WRITE ARQ-CONTA-I FROM WS-INT-LINHA
               CLOSE CONTAS-I
           END-IF.

           CLOSE CONTAS-S.

       2700-PROCESSAR-CONTAS-FIM.
           EXIT.

       2701-APLICAR-TRANS-CONTAS SECTION.
           MOVE ZEROS TO WS-CNT-CTA-TRANS.
           MOVE ZEROS TO WS-CNT-CTA-APLICADAS.

           OPEN INPUT CONTAS-TRANSACOES.
           IF AS-STATUS-E29 NOT EQUAL TO ZEROS
               DISPLAY 'CONTAS-TRANSACOES: ARQUIVO AUSENTE, SEM '
                   'MOVIMENTO DE CONTAS ' AS-STATUS-E29
           ELSE
               PERFORM 2751-CARREGAR-TAB-FUNCIONARIOS
               PERFORM 2709-CARREGAR-HIST-CONTAS

               OPEN OUTPUT CONTAS-AUDITORIA-S
               IF AS-STATUS-S49 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-S49
               END-IF
               MOVE WS-ARQ-CONTAS-AUD-S TO WS-GER-NOME-REG
               PERFORM 1125-REGISTRAR-UMA-SAIDA

               IF WS-PAR-SIMULACAO NOT EQUAL 'S'
                   OPEN EXTEND CONTAS-HISTORICO-F
                   IF AS-STATUS-E30 NOT EQUAL TO ZEROS
                       OPEN OUTPUT CONTAS-HISTORICO-F
                       IF AS-STATUS-E30 NOT EQUAL TO ZEROS
                           DISPLAY 'ERROS NO OPEN' AS-STATUS-E30
                       END-IF
                   END-IF
               END-IF

               MOVE 'N' TO AS-FIM28
               READ CONTAS-TRANSACOES
               IF AS-STATUS-E29 NOT EQUAL TO ZEROS
                   MOVE 'S' TO AS-FIM28
               END-IF

               PERFORM UNTIL AS-FIM28 EQUAL 'S'
                   PERFORM 2702-LOCALIZAR-CONTA-TAB

                   MOVE 'N' TO WS-CTA-APLICADA
                   MOVE SPACES TO WS-CTA-AG-ANTES
                   MOVE SPACES TO WS-CTA-NUM-ANTES
                   MOVE ARQ-CT-TIPO TO AUD-CTA-TIPO
                   MOVE ARQ-CT-ID-CONTA TO AUD-CTA-ID
                   MOVE ARQ-CT-ID-FUNC TO AUD-CTA-ID-FUNC
                   MOVE ZEROS TO AUD-CTA-DATA
                   MOVE SPACES TO AUD-CTA-AG-ANTES
                   MOVE SPACES TO AUD-CTA-NUM-ANTES
                   MOVE SPACES TO AUD-CTA-AG-DEPOIS
                   MOVE SPACES TO AUD-CTA-NUM-DEPOIS
                   MOVE SPACES TO AUD-CTA-RESULTADO

                   IF ARQ-CT-DATA-EFETIVA NUMERIC
                       MOVE ARQ-CT-DATA-EFETIVA TO AUD-CTA-DATA
                   END-IF

                   IF ARQ-CT-DATA-EFETIVA NUMERIC
                           OR ARQ-CT-TIPO EQUAL 'L'
                       EVALUATE ARQ-CT-TIPO
                           WHEN 'I'
                               PERFORM 2703-INCLUIR-CONTA
                           WHEN 'A'
                               PERFORM 2704-ALTERAR-CONTA
                           WHEN 'E'
                               PERFORM 2705-ENCERRAR-CONTA
                           WHEN 'L'
                               PERFORM 2706-LIBERAR-CONTA
                           WHEN OTHER
                               DISPLAY 'TRANSACAO CONTA INVALIDA: '
                                   ARQ-CT-TIPO
                               MOVE 'TIPO INVALIDO, IGNORADA'
                                   TO AUD-CTA-RESULTADO
                       END-EVALUATE
                   ELSE
                       DISPLAY 'CONTAS-TRANSACOES: DATA EFETIVA '
                           'INVALIDA, TRANSACAO IGNORADA: '
                           ARQ-CT-ID-CONTA
                       MOVE 'DATA EFETIVA INVALIDA'
                           TO AUD-CTA-RESULTADO
                   END-IF

                   WRITE ARQ-CONTA-AUD-S FROM CONTAS-AUDITORIA-FIELDS

                   IF WS-CTA-APLICADA EQUAL 'S'
                       ADD 1 TO WS-CNT-CTA-APLICADAS
                       PERFORM 2708-REGISTRAR-HIST-CONTA
                   END-IF

                   ADD 1 TO WS-CNT-CTA-TRANS

                   READ CONTAS-TRANSACOES
                       AT END
                           MOVE 'S' TO AS-FIM28
                   END-READ
               END-PERFORM

               CLOSE CONTAS-TRANSACOES
               CLOSE CONTAS-AUDITORIA-S
               IF WS-PAR-SIMULACAO NOT EQUAL 'S'
                   CLOSE CONTAS-HISTORICO-F
               END-IF

               IF WS-CNT-CTA-APLICADAS GREATER THAN ZEROS
                   IF WS-PAR-SIMULACAO EQUAL 'S'
                       DISPLAY 'CONTAS: SIMULACAO, CADASTRO NAO '
                           'REGRAVADO'
                   ELSE
                       PERFORM 2707-REGRAVAR-CONTAS
                   END-IF
               END-IF

               DISPLAY 'CONTAS-TRANSACOES: TRANSACOES LIDAS = '
                   WS-CNT-CTA-TRANS ' APLICADAS = '
                   WS-CNT-CTA-APLICADAS
           END-IF.

       2701-APLICAR-TRANS-CONTAS-FIM.
           EXIT.

       2702-LOCALIZAR-CONTA-TAB SECTION.
           MOVE 'N' TO WS-CTA-ACHADA.
           MOVE ZEROS TO WS-CTA-POS.
           PERFORM VARYING WS-CONTA-IDX FROM 1 BY 1
                   UNTIL WS-CONTA-IDX > WS-CONTA-TAB-QTD
                      OR WS-CTA-ACHADA EQUAL 'S'
               IF WS-TAB-ID-CONTA-CN(WS-CONTA-IDX)
                       EQUAL ARQ-CT-ID-CONTA
                   MOVE 'S' TO WS-CTA-ACHADA
                   MOVE WS-CONTA-IDX TO WS-CTA-POS
               END-IF
           END-PERFORM.

       2702-LOCALIZAR-CONTA-TAB-FIM.
           EXIT.

       2703-INCLUIR-CONTA SECTION.
           IF WS-CTA-ACHADA EQUAL 'S'
               DISPLAY 'CONTA JA EXISTE, INCLUSAO IGNORADA: '
                   ARQ-CT-ID-CONTA
               MOVE 'CONTA JA EXISTE, INCLUSAO IGNORADA'
                   TO AUD-CTA-RESULTADO
           ELSE
               MOVE ARQ-CT-ID-FUNC TO WS-POS-ID-BUSCA
               PERFORM 3952-LOCALIZAR-POS-FUNC
               MOVE ARQ-CT-AGENCIA TO WS-VAL-AG-ENTRADA
               MOVE ARQ-CT-NUMERO TO WS-VAL-CT-ENTRADA
               PERFORM 2770-VALIDAR-CONTA-BANCARIA
               IF WS-POS-FUNC EQUAL ZEROS
                   MOVE 'FUNCIONARIO NAO CADASTRADO'
                       TO AUD-CTA-RESULTADO
               ELSE
                   IF WS-VAL-OK EQUAL 'N'
                       MOVE WS-VAL-MOTIVO-TXT TO AUD-CTA-RESULTADO
                   ELSE
                       IF WS-CONTA-TAB-QTD GREATER THAN OR EQUAL TO
                               10000
                           MOVE 'CONTAS' TO WS-ABORT-TABELA
                           PERFORM 9100-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WS-CONTA-TAB-QTD
                       MOVE WS-CONTA-TAB-QTD TO WS-CTA-POS
                       MOVE ARQ-CT-ID-CONTA
                           TO WS-TAB-ID-CONTA-CN(WS-CTA-POS)
                       MOVE ARQ-CT-ID-FUNC
                           TO WS-TAB-ID-FUNC-CN(WS-CTA-POS)
                       MOVE ARQ-CT-AGENCIA
                           TO WS-TAB-AGENCIA-CN(WS-CTA-POS)
                       MOVE ARQ-CT-NUMERO
                           TO WS-TAB-NUMERO-CN(WS-CTA-POS)
                       MOVE ARQ-CT-TIPO-CONTA
                           TO WS-TAB-TIPO-CN(WS-CTA-POS)
                       IF ARQ-CT-PRINCIPAL EQUAL 'S'
                           MOVE 'S' TO WS-TAB-PRINCIPAL-CN(WS-CTA-POS)
                       ELSE
                           MOVE 'N' TO WS-TAB-PRINCIPAL-CN(WS-CTA-POS)
                       END-IF
                       MOVE ARQ-CT-DATA-EFETIVA
                           TO WS-TAB-DT-VIG-CN(WS-CTA-POS)
                       MOVE ZEROS TO WS-TAB-DT-ENC-CN(WS-CTA-POS)
                       MOVE WS-DATA-EXECUCAO
                           TO WS-TAB-DT-ALT-CN(WS-CTA-POS)
                       MOVE 'P' TO WS-TAB-SITUACAO-CN(WS-CTA-POS)
                       MOVE SPACE TO WS-TAB-PAGAR-CN(WS-CTA-POS)

                       MOVE ARQ-CT-AGENCIA TO AUD-CTA-AG-DEPOIS
                       MOVE ARQ-CT-NUMERO TO AUD-CTA-NUM-DEPOIS
                       MOVE 'CONTA INCLUIDA, AGUARDA APROVACAO'
                           TO AUD-CTA-RESULTADO
                       MOVE 'S' TO WS-CTA-APLICADA
                   END-IF
               END-IF
           END-IF.

       2703-INCLUIR-CONTA-FIM.
           EXIT.

       2704-ALTERAR-CONTA SECTION.
           IF WS-CTA-ACHADA EQUAL 'N'
               DISPLAY 'CONTA NAO ENCONTRADA PARA ALTERACAO: '
                   ARQ-CT-ID-CONTA
               MOVE 'CONTA NAO ENCONTRADA' TO AUD-CTA-RESULTADO
           ELSE
               MOVE WS-TAB-ID-FUNC-CN(WS-CTA-POS) TO AUD-CTA-ID-FUNC
               MOVE WS-TAB-AGENCIA-CN(WS-CTA-POS) TO WS-CTA-AG-ANTES
               MOVE WS-TAB-NUMERO-CN(WS-CTA-POS) TO WS-CTA-NUM-ANTES
               MOVE WS-CTA-AG-ANTES TO AUD-CTA-AG-ANTES
               MOVE WS-CTA-NUM-ANTES TO AUD-CTA-NUM-ANTES

               MOVE WS-CTA-AG-ANTES TO WS-VAL-AG-ENTRADA
               MOVE WS-CTA-NUM-ANTES TO WS-VAL-CT-ENTRADA
               IF ARQ-CT-AGENCIA NOT EQUAL SPACES
                   MOVE ARQ-CT-AGENCIA TO WS-VAL-AG-ENTRADA
               END-IF
               IF ARQ-CT-NUMERO NOT EQUAL SPACES
                   MOVE ARQ-CT-NUMERO TO WS-VAL-CT-ENTRADA
               END-IF
               PERFORM 2770-VALIDAR-CONTA-BANCARIA

               IF WS-VAL-OK EQUAL 'N'
                   MOVE WS-VAL-MOTIVO-TXT TO AUD-CTA-RESULTADO
               ELSE
                   MOVE WS-VAL-AG-ENTRADA
                       TO WS-TAB-AGENCIA-CN(WS-CTA-POS)
                   MOVE WS-VAL-CT-ENTRADA
                       TO WS-TAB-NUMERO-CN(WS-CTA-POS)
                   IF ARQ-CT-TIPO-CONTA NOT EQUAL SPACES
                       MOVE ARQ-CT-TIPO-CONTA
                           TO WS-TAB-TIPO-CN(WS-CTA-POS)
                   END-IF
                   IF ARQ-CT-PRINCIPAL EQUAL 'S'
                       MOVE 'S' TO WS-TAB-PRINCIPAL-CN(WS-CTA-POS)
                       MOVE ARQ-CT-DATA-EFETIVA
                           TO WS-TAB-DT-VIG-CN(WS-CTA-POS)
                   END-IF
                   IF ARQ-CT-PRINCIPAL EQUAL 'N'
                       MOVE 'N' TO WS-TAB-PRINCIPAL-CN(WS-CTA-POS)
                   END-IF
                   MOVE WS-DATA-EXECUCAO
                       TO WS-TAB-DT-ALT-CN(WS-CTA-POS)
                   MOVE 'P' TO WS-TAB-SITUACAO-CN(WS-CTA-POS)

                   MOVE WS-VAL-AG-ENTRADA TO AUD-CTA-AG-DEPOIS
                   MOVE WS-VAL-CT-ENTRADA TO AUD-CTA-NUM-DEPOIS
                   MOVE 'CONTA ALTERADA, AGUARDA APROVACAO'
                       TO AUD-CTA-RESULTADO
                   MOVE 'S' TO WS-CTA-APLICADA
               END-IF
           END-IF.

       2704-ALTERAR-CONTA-FIM.
           EXIT.

       2705-ENCERRAR-CONTA SECTION.
           IF WS-CTA-ACHADA EQUAL 'N'
               DISPLAY 'CONTA NAO ENCONTRADA PARA ENCERRAMENTO: '
                   ARQ-CT-ID-CONTA
               MOVE 'CONTA NAO ENCONTRADA' TO AUD-CTA-RESULTADO
           ELSE
               MOVE WS-TAB-ID-FUNC-CN(WS-CTA-POS) TO AUD-CTA-ID-FUNC
               MOVE WS-TAB-AGENCIA-CN(WS-CTA-POS) TO WS-CTA-AG-ANTES
               MOVE WS-TAB-NUMERO-CN(WS-CTA-POS) TO WS-CTA-NUM-ANTES
               MOVE WS-CTA-AG-ANTES TO AUD-CTA-AG-ANTES
               MOVE WS-CTA-NUM-ANTES TO AUD-CTA-NUM-ANTES
               MOVE WS-CTA-AG-ANTES TO AUD-CTA-AG-DEPOIS
               MOVE WS-CTA-NUM-ANTES TO AUD-CTA-NUM-DEPOIS
               MOVE ARQ-CT-DATA-EFETIVA
                   TO WS-TAB-DT-ENC-CN(WS-CTA-POS)
               MOVE 'CONTA ENCERRADA' TO AUD-CTA-RESULTADO
               MOVE 'S' TO WS-CTA-APLICADA
           END-IF.

       2705-ENCERRAR-CONTA-FIM.
           EXIT.

       2706-LIBERAR-CONTA SECTION.
           IF WS-CTA-ACHADA EQUAL 'N'
               DISPLAY 'CONTA NAO ENCONTRADA PARA LIBERACAO: '
                   ARQ-CT-ID-CONTA
               MOVE 'CONTA NAO ENCONTRADA' TO AUD-CTA-RESULTADO
           ELSE
               MOVE WS-TAB-ID-FUNC-CN(WS-CTA-POS) TO AUD-CTA-ID-FUNC
               MOVE WS-TAB-AGENCIA-CN(WS-CTA-POS) TO WS-CTA-AG-ANTES
               MOVE WS-TAB-NUMERO-CN(WS-CTA-POS) TO WS-CTA-NUM-ANTES
               MOVE WS-CTA-AG-ANTES TO AUD-CTA-AG-DEPOIS
               MOVE WS-CTA-NUM-ANTES TO AUD-CTA-NUM-DEPOIS
               IF WS-TAB-SITUACAO-CN(WS-CTA-POS) EQUAL 'P'
                   MOVE 'L' TO WS-TAB-SITUACAO-CN(WS-CTA-POS)
                   MOVE 'CONTA LIBERADA PARA PAGAMENTO'
                       TO AUD-CTA-RESULTADO
                   MOVE 'S' TO WS-CTA-APLICADA
               ELSE
                   MOVE 'CONTA SEM APROVACAO PENDENTE'
                       TO AUD-CTA-RESULTADO
               END-IF
           END-IF.

       2706-LIBERAR-CONTA-FIM.
           EXIT.

       2707-REGRAVAR-CONTAS SECTION.
           OPEN OUTPUT CONTAS.
           IF AS-STATUS-E7 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E7
           END-IF.
           IF WS-PAR-INDEXADOS EQUAL 'S'
               CLOSE CONTAS-X
               OPEN I-O CONTAS-X
               IF AS-STATUS-X6 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-X6
               END-IF
           END-IF.

           PERFORM VARYING WS-CONTA-IDX FROM 1 BY 1
                   UNTIL WS-CONTA-IDX > WS-CONTA-TAB-QTD
               MOVE SPACES TO ARQ-CONTAS
               MOVE WS-TAB-ID-CONTA-CN(WS-CONTA-IDX) TO ARQ-L-ID-CONTA
               MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX)
                   TO ARQ-L-ID-FUNC-CONTA
               MOVE WS-TAB-AGENCIA-CN(WS-CONTA-IDX)
                   TO ARQ-L-AGENCIA-CONTA
               MOVE WS-TAB-NUMERO-CN(WS-CONTA-IDX)
                   TO ARQ-L-NUMERO-CONTA
               MOVE WS-TAB-TIPO-CN(WS-CONTA-IDX) TO ARQ-L-TIPO-CONTA
               MOVE WS-TAB-PRINCIPAL-CN(WS-CONTA-IDX)
                   TO ARQ-L-PRINCIPAL-CONTA
               MOVE WS-TAB-DT-VIG-CN(WS-CONTA-IDX)
                   TO ARQ-L-DT-VIGENCIA-CONTA
               MOVE WS-TAB-DT-ENC-CN(WS-CONTA-IDX)
                   TO ARQ-L-DT-ENCERRA-CONTA
               MOVE WS-TAB-DT-ALT-CN(WS-CONTA-IDX)
                   TO ARQ-L-DT-ALTERACAO-CONTA
               MOVE WS-TAB-SITUACAO-CN(WS-CONTA-IDX)
                   TO ARQ-L-SITUACAO-CONTA
               WRITE ARQ-CONTAS
               IF WS-PAR-INDEXADOS EQUAL 'S'
                   MOVE ARQ-L-ID-CONTA TO ARQ-X-ID-CONTA
                   READ CONTAS-X
                       INVALID KEY
                           MOVE ARQ-CONTAS TO ARQ-CONTA-X
                           WRITE ARQ-CONTA-X
                               INVALID KEY
                                   DISPLAY 'CONTAS-X: INCLUSAO '
                                       'REJEITADA, CHAVE: '
                                       ARQ-X-ID-CONTA
                                       ' STATUS ' AS-STATUS-X6
                           END-WRITE
                       NOT INVALID KEY
                           MOVE ARQ-CONTAS TO ARQ-CONTA-X
                           REWRITE ARQ-CONTA-X
                               INVALID KEY
                                   DISPLAY 'CONTAS-X: REGRAVACAO '
                                       'REJEITADA, CHAVE: '
                                       ARQ-X-ID-CONTA
                                       ' STATUS ' AS-STATUS-X6
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.

           CLOSE CONTAS.
           IF WS-PAR-INDEXADOS EQUAL 'S'
               CLOSE CONTAS-X
               OPEN INPUT CONTAS-X
               IF AS-STATUS-X6 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-X6
               END-IF
           END-IF.

           DISPLAY 'CONTAS: CADASTRO REGRAVADO, CONTAS = '
               WS-CONTA-TAB-QTD.

       2707-REGRAVAR-CONTAS-FIM.
           EXIT.

       2708-REGISTRAR-HIST-CONTA SECTION.
           IF ARQ-CT-TIPO EQUAL 'I' OR ARQ-CT-TIPO EQUAL 'A'
               MOVE WS-TAB-ID-CONTA-CN(WS-CTA-POS)
                   TO WS-CTA-HIST-ID-BUSCA
               PERFORM 2710-LOCALIZAR-HIST-CONTA
               MOVE WS-DATA-EXECUCAO TO WS-TAB-DATA-CH(WS-CTA-HIST-IDX)
               MOVE WS-CTA-AG-ANTES
                   TO WS-TAB-AG-ANTES-CH(WS-CTA-HIST-IDX)
               MOVE WS-CTA-NUM-ANTES
                   TO WS-TAB-NUM-ANTES-CH(WS-CTA-HIST-IDX)
           END-IF.

           IF WS-PAR-SIMULACAO NOT EQUAL 'S'
               MOVE SPACES TO ARQ-CONTAS-HIST
               MOVE WS-DATA-EXECUCAO TO ARQ-CH-DATA-REG
               MOVE ARQ-CT-TIPO TO ARQ-CH-TIPO
               MOVE WS-TAB-ID-CONTA-CN(WS-CTA-POS) TO ARQ-CH-ID-CONTA
               MOVE WS-TAB-ID-FUNC-CN(WS-CTA-POS) TO ARQ-CH-ID-FUNC
               MOVE ZEROS TO ARQ-CH-DATA-EFETIVA
               IF ARQ-CT-DATA-EFETIVA NUMERIC
                   MOVE ARQ-CT-DATA-EFETIVA TO ARQ-CH-DATA-EFETIVA
               END-IF
               MOVE WS-CTA-AG-ANTES TO ARQ-CH-AG-ANTES
               MOVE WS-CTA-NUM-ANTES TO ARQ-CH-NUM-ANTES
               MOVE WS-TAB-AGENCIA-CN(WS-CTA-POS) TO ARQ-CH-AG-DEPOIS
               MOVE WS-TAB-NUMERO-CN(WS-CTA-POS) TO ARQ-CH-NUM-DEPOIS
               WRITE ARQ-CONTAS-HIST
           END-IF.

       2708-REGISTRAR-HIST-CONTA-FIM.
           EXIT.

       2709-CARREGAR-HIST-CONTAS SECTION.
           IF WS-CTA-HIST-CARREGADO EQUAL 'S'
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-CTA-HIST-QTD

               OPEN INPUT CONTAS-HISTORICO-F
               IF AS-STATUS-E30 NOT EQUAL TO ZEROS
                   DISPLAY 'CONTAS-HISTORICO: ARQUIVO AUSENTE, SEM '
                       'ALTERACOES ANTERIORES ' AS-STATUS-E30
               ELSE
                   MOVE 'N' TO AS-FIM29
                   READ CONTAS-HISTORICO-F
                   IF AS-STATUS-E30 NOT EQUAL TO ZEROS
                       MOVE 'S' TO AS-FIM29
                   END-IF

                   PERFORM UNTIL AS-FIM29 EQUAL 'S'
                       IF (ARQ-CH-TIPO EQUAL 'I'
                               OR ARQ-CH-TIPO EQUAL 'A')
                               AND ARQ-CH-ID-CONTA NUMERIC
                           MOVE ARQ-CH-ID-CONTA
                               TO WS-CTA-HIST-ID-BUSCA
                           PERFORM 2710-LOCALIZAR-HIST-CONTA
                           MOVE ARQ-CH-DATA-REG
                               TO WS-TAB-DATA-CH(WS-CTA-HIST-IDX)
                           MOVE ARQ-CH-AG-ANTES
                               TO WS-TAB-AG-ANTES-CH(WS-CTA-HIST-IDX)
                           MOVE ARQ-CH-NUM-ANTES
                               TO WS-TAB-NUM-ANTES-CH(WS-CTA-HIST-IDX)
                       END-IF

                       READ CONTAS-HISTORICO-F
                           AT END
                               MOVE 'S' TO AS-FIM29
                       END-READ
                   END-PERFORM

                   CLOSE CONTAS-HISTORICO-F
               END-IF

               MOVE 'S' TO WS-CTA-HIST-CARREGADO
           END-IF.

       2709-CARREGAR-HIST-CONTAS-FIM.
           EXIT.

       2710-LOCALIZAR-HIST-CONTA SECTION.
           MOVE 'N' TO WS-CTA-HIST-ACHADO.
           MOVE ZEROS TO WS-CTA-HIST-ENC.
           PERFORM VARYING WS-CTA-HIST-IDX FROM 1 BY 1
                   UNTIL WS-CTA-HIST-IDX > WS-CTA-HIST-QTD
                      OR WS-CTA-HIST-ACHADO EQUAL 'S'
               IF WS-TAB-ID-CONTA-CH(WS-CTA-HIST-IDX)
                       EQUAL WS-CTA-HIST-ID-BUSCA
                   MOVE 'S' TO WS-CTA-HIST-ACHADO
                   MOVE WS-CTA-HIST-IDX TO WS-CTA-HIST-ENC
               END-IF
           END-PERFORM.

           IF WS-CTA-HIST-ACHADO EQUAL 'S'
               MOVE WS-CTA-HIST-ENC TO WS-CTA-HIST-IDX
           ELSE
               IF WS-CTA-HIST-QTD GREATER THAN OR EQUAL TO 10000
                   MOVE 'CONTAS-HISTORICO' TO WS-ABORT-TABELA
                   PERFORM 9100-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WS-CTA-HIST-QTD
               MOVE WS-CTA-HIST-QTD TO WS-CTA-HIST-IDX
               MOVE WS-CTA-HIST-ID-BUSCA
                   TO WS-TAB-ID-CONTA-CH(WS-CTA-HIST-IDX)
               MOVE ZEROS TO WS-TAB-DATA-CH(WS-CTA-HIST-IDX)
               MOVE SPACES TO WS-TAB-AG-ANTES-CH(WS-CTA-HIST-IDX)
               MOVE SPACES TO WS-TAB-NUM-ANTES-CH(WS-CTA-HIST-IDX)
           END-IF.

       2710-LOCALIZAR-HIST-CONTA-FIM.
           EXIT.

       2711-LISTAR-CONTA-PENDENTE SECTION.
           MOVE WS-TAB-ID-CONTA-CN(WS-CONTA-IDX) TO PEND-CTA-ID.
           MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX) TO PEND-CTA-ID-FUNC.
           MOVE WS-TAB-DT-ALT-CN(WS-CONTA-IDX) TO PEND-CTA-DT-ALT.
           MOVE WS-TAB-AGENCIA-CN(WS-CONTA-IDX) TO PEND-CTA-AG-DEPOIS.
           MOVE WS-TAB-NUMERO-CN(WS-CONTA-IDX) TO PEND-CTA-NUM-DEPOIS.
           MOVE SPACES TO PEND-CTA-AG-ANTES.
           MOVE SPACES TO PEND-CTA-NUM-ANTES.

           MOVE 'N' TO WS-CTA-ACHADA.
           PERFORM VARYING WS-CTA-HIST-IDX FROM 1 BY 1
                   UNTIL WS-CTA-HIST-IDX > WS-CTA-HIST-QTD
                      OR WS-CTA-ACHADA EQUAL 'S'
               IF WS-TAB-ID-CONTA-CH(WS-CTA-HIST-IDX)
                       EQUAL WS-TAB-ID-CONTA-CN(WS-CONTA-IDX)
                   MOVE 'S' TO WS-CTA-ACHADA
                   MOVE WS-TAB-AG-ANTES-CH(WS-CTA-HIST-IDX)
                       TO PEND-CTA-AG-ANTES
                   MOVE WS-TAB-NUM-ANTES-CH(WS-CTA-HIST-IDX)
                       TO PEND-CTA-NUM-ANTES
               END-IF
           END-PERFORM.

           WRITE ARQ-CONTA-PEND-S FROM CONTAS-PENDENTES-FIELDS.
           ADD 1 TO WS-CNT-CTA-PENDENTES.

       2711-LISTAR-CONTA-PENDENTE-FIM.
           EXIT.

       2750-GERAR-REMESSA-BANCARIA SECTION.
           PERFORM 2451-CARREGAR-TAB-CARGOS.
           PERFORM 2751-CARREGAR-TAB-FUNCIONARIOS.
           PERFORM 2455-CARREGAR-TAB-DESCONTOS.
           PERFORM 2752-CALCULAR-TOTAIS-REMESSA.

           OPEN OUTPUT REMESSA-BANCARIA-S.
           IF AS-STATUS-S9 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S9
           END-IF.
           MOVE WS-ARQ-REMESSA-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           MOVE ZEROS TO WS-CNAB-NSR.
           MOVE ZEROS TO WS-CNAB-QTD-REG-LOTE.
           MOVE ZEROS TO WS-CNAB-SOMA-VALORES.

           PERFORM 2783-MONTAR-HEADER-ARQ.
           WRITE ARQ-REMESSA-S FROM CNAB0-HEADER-ARQ.
           PERFORM 2784-MONTAR-HEADER-LOTE.
           WRITE ARQ-REMESSA-S FROM CNAB1-HEADER-LOTE.

           OPEN OUTPUT REMESSA-EXCECOES-S.
           IF AS-STATUS-S18 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S18
           END-IF.
           MOVE WS-ARQ-REMESSA-EXC-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           PERFORM 2709-CARREGAR-HIST-CONTAS.
           MOVE ZEROS TO WS-CNT-CTA-PENDENTES.
           MOVE ZEROS TO WS-CNT-REM-NAO-PRINC.
           OPEN OUTPUT CONTAS-PENDENTES-S.
           IF AS-STATUS-S50 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S50
           END-IF.
           MOVE WS-ARQ-CONTAS-PEND-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           PERFORM VARYING WS-CONTA-IDX FROM 1 BY 1
                   UNTIL WS-CONTA-IDX > WS-CONTA-TAB-QTD
               PERFORM 2755-PROCESSAR-REG-REM-CONTA
           END-PERFORM.

           CLOSE REMESSA-EXCECOES-S.
           CLOSE CONTAS-PENDENTES-S.

           DISPLAY 'REMESSA BANCARIA: EXCECOES = ' WS-CNT-REM-EXC.
           DISPLAY 'REMESSA BANCARIA: CONTAS EM QUARENTENA = '
               WS-CNT-CTA-PENDENTES.
           DISPLAY 'REMESSA BANCARIA: CONTAS NAO PRINCIPAIS = '
               WS-CNT-REM-NAO-PRINC.

           PERFORM 2786-MONTAR-TRAILER-LOTE.
           WRITE ARQ-REMESSA-S FROM CNAB5-TRAILER-LOTE.
           PERFORM 2787-MONTAR-TRAILER-ARQ.
           WRITE ARQ-REMESSA-S FROM CNAB9-TRAILER-ARQ.

           CLOSE REMESSA-BANCARIA-S.

           DISPLAY 'REMESSA BANCARIA: REGISTROS = ' WS-REM-QTD
               ' VALOR TOTAL = ' WS-REM-TOTAL.

       2750-GERAR-REMESSA-BANCARIA-FIM.
           EXIT.

       2755-PROCESSAR-REG-REM-CONTA SECTION.
           MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX) TO WS-POS-ID-BUSCA.
           PERFORM 3952-LOCALIZAR-POS-FUNC.

           IF WS-POS-FUNC EQUAL ZEROS
               MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX)
                   TO EXC-REM-ID-FUNC
               MOVE WS-TAB-ID-CONTA-CN(WS-CONTA-IDX)
                   TO EXC-REM-ID-CONTA
               MOVE '02' TO EXC-REM-MOTIVO-COD
               MOVE 'FUNCIONARIO NAO ENCONTRADO PARA A CONTA'
               ADD 1 TO WS-CNT-REM-EXC
               PERFORM 3930-GRAVAR-EXC-REMESSA-CONS
           ELSE
               MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX)
                   TO WS-DESLIG-ID-BUSCA
               PERFORM 2391-LOCALIZAR-DESLIGAMENTO
               IF WS-DESLIG-ACHADO EQUAL 'S'
                       AND WS-DESLIG-PERIODO NOT GREATER THAN
                           WS-PERIODO-EXEC
                       AND NOT (WS-DESLIG-TRCT EQUAL 'S'
                           AND WS-DESLIG-TRCT-LIQ GREATER THAN ZEROS)
                   MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX)
                       TO EXC-REM-ID-FUNC
                   MOVE WS-TAB-ID-CONTA-CN(WS-CONTA-IDX)
                       TO EXC-REM-ID-CONTA
                   MOVE '03' TO EXC-REM-MOTIVO-COD
                   MOVE 'FUNCIONARIO DESLIGADO, FORA DA REMESSA'
                       TO EXC-REM-MOTIVO-TXT
                   WRITE ARQ-REMESSA-EXC-S
                       FROM REMESSA-EXCECAO-FIELDS
                   ADD 1 TO WS-CNT-REM-EXC
                   PERFORM 3930-GRAVAR-EXC-REMESSA-CONS
               ELSE
                   MOVE WS-TAB-AGENCIA-CN(WS-CONTA-IDX)
                       TO WS-VAL-AG-ENTRADA
                   MOVE WS-TAB-NUMERO-CN(WS-CONTA-IDX)
                       TO WS-VAL-CT-ENTRADA
                   PERFORM 2770-VALIDAR-CONTA-BANCARIA
                   IF WS-VAL-OK EQUAL 'N'
                       MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX)
                           TO EXC-REM-ID-FUNC
                       MOVE WS-TAB-ID-CONTA-CN(WS-CONTA-IDX)
                           TO EXC-REM-ID-CONTA
                       MOVE WS-VAL-MOTIVO-COD TO EXC-REM-MOTIVO-COD
                       MOVE WS-VAL-MOTIVO-TXT TO EXC-REM-MOTIVO-TXT
                       WRITE ARQ-REMESSA-EXC-S
                           FROM REMESSA-EXCECAO-FIELDS
                       ADD 1 TO WS-CNT-REM-EXC
                       PERFORM 3930-GRAVAR-EXC-REMESSA-CONS
                   ELSE
                       PERFORM 2756-GRAVAR-DETALHE-REM-CONTA
                   END-IF
               END-IF
           END-IF.

       2755-PROCESSAR-REG-REM-CONTA-FIM.
           EXIT.

       2756-GRAVAR-DETALHE-REM-CONTA SECTION.
           IF WS-TAB-PAGAR-CN(WS-CONTA-IDX) EQUAL 'S'
               PERFORM 2753-LOCALIZAR-DADOS-FUNC
               PERFORM 2774-CONVERTER-CPF-NUMERICO

               IF WS-REM-TAB-QTD GREATER THAN OR EQUAL TO 10000
                   MOVE 'REMESSA-BANCARIA' TO WS-ABORT-TABELA
                   PERFORM 9100-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WS-REM-TAB-QTD
               MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX)
                   TO WS-TAB-ID-FUNC-RM(WS-REM-TAB-QTD)
               MOVE WS-REM-NOME-FUNC
                   TO WS-TAB-NOME-RM(WS-REM-TAB-QTD)
               MOVE WS-REM-CPF-FUNC
                   TO WS-TAB-CPF-RM(WS-REM-TAB-QTD)
               MOVE WS-TAB-AGENCIA-CN(WS-CONTA-IDX)
                   TO WS-TAB-AGENCIA-RM(WS-REM-TAB-QTD)
               MOVE WS-TAB-NUMERO-CN(WS-CONTA-IDX)
                   TO WS-TAB-CONTA-RM(WS-REM-TAB-QTD)
               MOVE WS-TAB-TIPO-CN(WS-CONTA-IDX)
                   TO WS-TAB-TIPO-CONTA-RM(WS-REM-TAB-QTD)
               MOVE WS-REM-VALOR
                   TO WS-TAB-VALOR-RM(WS-REM-TAB-QTD)
               MOVE SPACE
                   TO WS-TAB-SITUACAO-RM(WS-REM-TAB-QTD)
               MOVE WS-VAL-AGENCIA
                   TO WS-TAB-AG-NUM-RM(WS-REM-TAB-QTD)
               MOVE WS-VAL-AGENCIA-DV
                   TO WS-TAB-AG-DV-RM(WS-REM-TAB-QTD)
               MOVE WS-VAL-CONTA
                   TO WS-TAB-CTA-NUM-RM(WS-REM-TAB-QTD)
               MOVE WS-VAL-CONTA-DV
                   TO WS-TAB-CTA-DV-RM(WS-REM-TAB-QTD)
               MOVE WS-REM-CPF-NUM
                   TO WS-TAB-CPF-NUM-RM(WS-REM-TAB-QTD)

               MOVE WS-REM-TAB-QTD TO WS-CNAB-IDX
               PERFORM 2781-MONTAR-SEGMENTO-A
               WRITE ARQ-REMESSA-S FROM CNAB3A-SEGMENTO-A
               PERFORM 2782-MONTAR-SEGMENTO-B
               WRITE ARQ-REMESSA-S FROM CNAB3B-SEGMENTO-B
               ADD 2 TO WS-CNAB-QTD-REG-LOTE
               COMPUTE WS-CNAB-SOMA-VALORES = WS-CNAB-SOMA-VALORES
                   + (WS-REM-VALOR * 100)
           ELSE
               IF WS-TAB-PAGAR-CN(WS-CONTA-IDX) EQUAL 'N'
                   ADD 1 TO WS-CNT-REM-NAO-PRINC
               ELSE
                   MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX)
                       TO EXC-REM-ID-FUNC
                   MOVE WS-TAB-ID-CONTA-CN(WS-CONTA-IDX)
                       TO EXC-REM-ID-CONTA
                   EVALUATE WS-TAB-PAGAR-CN(WS-CONTA-IDX)
                       WHEN 'Q'
                           MOVE '06' TO EXC-REM-MOTIVO-COD
                           MOVE 'CONTA ALTERADA, AGUARDANDO APROVACAO'
                               TO EXC-REM-MOTIVO-TXT
                           PERFORM 2711-LISTAR-CONTA-PENDENTE
                       WHEN 'F'
                           MOVE '07' TO EXC-REM-MOTIVO-COD
                           MOVE 'SEM CONTA VIGENTE NO PAGAMENTO'
                               TO EXC-REM-MOTIVO-TXT
                       WHEN OTHER
                           MOVE '01' TO EXC-REM-MOTIVO-COD
                           MOVE 'MAIS DE UMA CONTA SEM PRINCIPAL'
                               TO EXC-REM-MOTIVO-TXT
                   END-EVALUATE
                   WRITE ARQ-REMESSA-EXC-S
                       FROM REMESSA-EXCECAO-FIELDS
                   ADD 1 TO WS-CNT-REM-EXC
                   PERFORM 3930-GRAVAR-EXC-REMESSA-CONS
               END-IF
           END-IF.

       2756-GRAVAR-DETALHE-REM-CONTA-FIM.
           EXIT.

       2778-VERIFICAR-VIGENCIA-CONTA SECTION.
           MOVE 'S' TO WS-CTA-VIGENTE.
           IF WS-TAB-DT-VIG-CN(WS-CONTA-IDX) GREATER THAN
                   WS-DATA-EXECUCAO
               MOVE 'N' TO WS-CTA-VIGENTE
           END-IF.
           IF WS-TAB-DT-ENC-CN(WS-CONTA-IDX) GREATER THAN ZEROS
                   AND WS-TAB-DT-ENC-CN(WS-CONTA-IDX)
                       NOT GREATER THAN WS-DATA-EXECUCAO
               MOVE 'N' TO WS-CTA-VIGENTE
           END-IF.

       2778-VERIFICAR-VIGENCIA-CONTA-FIM.
           EXIT.

       2779-DEFINIR-CONTA-PAGAMENTO SECTION.
           IF WS-TAB-PAGAR-CN(WS-CONTA-IDX) EQUAL 'V'
               IF WS-REM-PRINC-POR-FUNC(WS-POS-FUNC)
                       EQUAL WS-CONTA-IDX
                   MOVE 'S' TO WS-TAB-PAGAR-CN(WS-CONTA-IDX)
               ELSE
                   IF WS-REM-PRINC-POR-FUNC(WS-POS-FUNC) EQUAL ZEROS
                       IF WS-REM-CONTAS-POR-FUNC(WS-POS-FUNC) EQUAL 1
                           MOVE 'S' TO WS-TAB-PAGAR-CN(WS-CONTA-IDX)
                       ELSE
                           MOVE 'M' TO WS-TAB-PAGAR-CN(WS-CONTA-IDX)
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-TAB-PAGAR-CN(WS-CONTA-IDX)
                   END-IF
               END-IF
           ELSE
               IF WS-REM-CONTAS-POR-FUNC(WS-POS-FUNC) EQUAL ZEROS
                       AND WS-REM-PRINC-POR-FUNC(WS-POS-FUNC)
                           EQUAL ZEROS
                   MOVE 'F' TO WS-TAB-PAGAR-CN(WS-CONTA-IDX)
                   MOVE WS-CONTA-IDX
                       TO WS-REM-PRINC-POR-FUNC(WS-POS-FUNC)
               END-IF
           END-IF.

           IF WS-TAB-PAGAR-CN(WS-CONTA-IDX) EQUAL 'S'
                   AND WS-TAB-SITUACAO-CN(WS-CONTA-IDX) EQUAL 'P'
                   AND WS-TAB-DT-ALT-CN(WS-CONTA-IDX) GREATER THAN ZEROS
                   AND WS-PAR-DIAS-QUARENTENA GREATER THAN ZEROS
               COMPUTE WS-CTA-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-TAB-DT-ALT-CN(WS-CONTA-IDX))
               IF WS-CTA-DIAS LESS THAN WS-PAR-DIAS-QUARENTENA
                   MOVE 'Q' TO WS-TAB-PAGAR-CN(WS-CONTA-IDX)
               END-IF
           END-IF.

       2779-DEFINIR-CONTA-PAGAMENTO-FIM.
           EXIT.

       2770-VALIDAR-CONTA-BANCARIA SECTION.
           MOVE 'S' TO WS-VAL-OK.
           MOVE SPACES TO WS-VAL-MOTIVO-COD.
           MOVE SPACES TO WS-VAL-MOTIVO-TXT.
           MOVE ZEROS TO WS-VAL-AGENCIA.
           MOVE SPACES TO WS-VAL-AGENCIA-DV.
           MOVE ZEROS TO WS-VAL-CONTA.
           MOVE SPACES TO WS-VAL-CONTA-DV.

           MOVE WS-VAL-AG-ENTRADA TO WS-VAL-TEXTO.
           PERFORM 2771-EXTRAIR-DIGITOS.
           PERFORM 2772-VALIDAR-DV-AGENCIA.

           IF WS-VAL-OK EQUAL 'S'
               MOVE WS-VAL-CT-ENTRADA TO WS-VAL-TEXTO
               PERFORM 2771-EXTRAIR-DIGITOS
               PERFORM 2773-VALIDAR-DV-CONTA
           END-IF.

       2770-VALIDAR-CONTA-BANCARIA-FIM.
           EXIT.

       2771-EXTRAIR-DIGITOS SECTION.
           MOVE SPACES TO WS-VAL-DIGITOS.
           MOVE ZEROS TO WS-VAL-QTD-DIG.

           PERFORM VARYING WS-VAL-I FROM 1 BY 1
                   UNTIL WS-VAL-I > 60
                      OR WS-VAL-QTD-DIG EQUAL 20
               IF WS-VAL-TEXTO(WS-VAL-I:1) NUMERIC
                   ADD 1 TO WS-VAL-QTD-DIG
                   MOVE WS-VAL-TEXTO(WS-VAL-I:1)
                       TO WS-VAL-DIG(WS-VAL-QTD-DIG)
               END-IF
           END-PERFORM.

       2771-EXTRAIR-DIGITOS-FIM.
           EXIT.

       2772-VALIDAR-DV-AGENCIA SECTION.
           IF WS-VAL-QTD-DIG LESS THAN 5
               MOVE 'N' TO WS-VAL-OK
               MOVE '04' TO WS-VAL-MOTIVO-COD
               MOVE 'AGENCIA SEM DIGITO VERIFICADOR'
                   TO WS-VAL-MOTIVO-TXT
           ELSE
               MOVE ZEROS TO WS-VAL-SOMA
               MOVE 5 TO WS-VAL-PESO
               PERFORM VARYING WS-VAL-I FROM 1 BY 1
                       UNTIL WS-VAL-I > 4
                   MOVE WS-VAL-DIG(WS-VAL-I) TO WS-VAL-DIG-NUM
                   COMPUTE WS-VAL-SOMA = WS-VAL-SOMA
                       + (WS-VAL-DIG-NUM * WS-VAL-PESO)
                   SUBTRACT 1 FROM WS-VAL-PESO
               END-PERFORM

               COMPUTE WS-VAL-RESTO = FUNCTION MOD(WS-VAL-SOMA, 11)
               COMPUTE WS-VAL-DV-CALC = 11 - WS-VAL-RESTO
               IF WS-VAL-DV-CALC GREATER THAN OR EQUAL TO 10
                   MOVE ZEROS TO WS-VAL-DV-CALC
               END-IF

               MOVE WS-VAL-DIG(5) TO WS-VAL-DIG-NUM
               MOVE WS-VAL-DIG-NUM TO WS-VAL-DV-INF

               IF WS-VAL-DV-CALC NOT EQUAL WS-VAL-DV-INF
                   MOVE 'N' TO WS-VAL-OK
                   MOVE '04' TO WS-VAL-MOTIVO-COD
                   MOVE 'AGENCIA COM DIGITO VERIFICADOR INVALIDO'
                       TO WS-VAL-MOTIVO-TXT
               ELSE
                   MOVE WS-VAL-DIGITOS(1:4) TO WS-VAL-AGENCIA(2:4)
                   MOVE WS-VAL-DIG(5) TO WS-VAL-AGENCIA-DV
               END-IF
           END-IF.

       2772-VALIDAR-DV-AGENCIA-FIM.
           EXIT.

       2773-VALIDAR-DV-CONTA SECTION.
           IF WS-VAL-QTD-DIG LESS THAN 2
               MOVE 'N' TO WS-VAL-OK
               MOVE '05' TO WS-VAL-MOTIVO-COD
               MOVE 'CONTA SEM DIGITO VERIFICADOR'
                   TO WS-VAL-MOTIVO-TXT
           ELSE
               MOVE ZEROS TO WS-VAL-SOMA
               MOVE 2 TO WS-VAL-PESO
               PERFORM VARYING WS-VAL-I FROM WS-VAL-QTD-DIG BY -1
                       UNTIL WS-VAL-I LESS THAN 2
                   MOVE WS-VAL-DIG(WS-VAL-I - 1) TO WS-VAL-DIG-NUM
                   COMPUTE WS-VAL-SOMA = WS-VAL-SOMA
                       + (WS-VAL-DIG-NUM * WS-VAL-PESO)
                   ADD 1 TO WS-VAL-PESO
                   IF WS-VAL-PESO GREATER THAN 9
                       MOVE 2 TO WS-VAL-PESO
                   END-IF
               END-PERFORM

               COMPUTE WS-VAL-RESTO = FUNCTION MOD(WS-VAL-SOMA, 11)
               COMPUTE WS-VAL-DV-CALC = 11 - WS-VAL-RESTO
               IF WS-VAL-DV-CALC GREATER THAN OR EQUAL TO 10
                   MOVE ZEROS TO WS-VAL-DV-CALC
               END-IF

               MOVE WS-VAL-DIG(WS-VAL-QTD-DIG) TO WS-VAL-DIG-NUM
               MOVE WS-VAL-DIG-NUM TO WS-VAL-DV-INF

               IF WS-VAL-DV-CALC NOT EQUAL WS-VAL-DV-INF
                   MOVE 'N' TO WS-VAL-OK
                   MOVE '05' TO WS-VAL-MOTIVO-COD
                   MOVE 'CONTA COM DIGITO VERIFICADOR INVALIDO'
                       TO WS-VAL-MOTIVO-TXT
               ELSE
                   PERFORM 2775-MONTAR-CONTA-NUMERICA
                   MOVE WS-VAL-DIG(WS-VAL-QTD-DIG)
                       TO WS-VAL-CONTA-DV
               END-IF
           END-IF.

       2773-VALIDAR-DV-CONTA-FIM.
           EXIT.

       2775-MONTAR-CONTA-NUMERICA SECTION.
           MOVE ZEROS TO WS-VAL-CONTA.

           PERFORM VARYING WS-VAL-I FROM 1 BY 1
                   UNTIL WS-VAL-I GREATER THAN OR EQUAL TO
                       WS-VAL-QTD-DIG
               MOVE WS-VAL-DIG(WS-VAL-I) TO WS-VAL-DIG-NUM
               COMPUTE WS-VAL-CONTA =
                   (WS-VAL-CONTA * 10) + WS-VAL-DIG-NUM
           END-PERFORM.

       2775-MONTAR-CONTA-NUMERICA-FIM.
           EXIT.

       2774-CONVERTER-CPF-NUMERICO SECTION.
           MOVE ZEROS TO WS-REM-CPF-NUM.
           MOVE WS-REM-CPF-FUNC TO WS-CPF-TXT.

           IF WS-CPF-P1 NUMERIC AND WS-CPF-P2 NUMERIC
                   AND WS-CPF-P3 NUMERIC AND WS-CPF-P4 NUMERIC
               COMPUTE WS-REM-CPF-NUM =
                   (WS-CPF-P1 * 100000000)
                   + (WS-CPF-P2 * 100000)
                   + (WS-CPF-P3 * 100)
                   + WS-CPF-P4
           END-IF.

       2774-CONVERTER-CPF-NUMERICO-FIM.
           EXIT.

       2781-MONTAR-SEGMENTO-A SECTION.
           ADD 1 TO WS-CNAB-NSR.
           MOVE WS-CNAB-NSR TO CNAB3A-NSR.
           MOVE WS-TAB-AG-NUM-RM(WS-CNAB-IDX)
               TO CNAB3A-AGENCIA-FAV.
           MOVE WS-TAB-AG-DV-RM(WS-CNAB-IDX) TO CNAB3A-AGENCIA-DV.
           MOVE WS-TAB-CTA-NUM-RM(WS-CNAB-IDX) TO CNAB3A-CONTA-FAV.
           MOVE WS-TAB-CTA-DV-RM(WS-CNAB-IDX) TO CNAB3A-CONTA-DV.
           MOVE WS-TAB-NOME-RM(WS-CNAB-IDX) TO CNAB3A-NOME-FAV.
           MOVE SPACES TO CNAB3A-NUM-DOC.
           MOVE WS-TAB-ID-FUNC-RM(WS-CNAB-IDX) TO CNAB3A-NUM-DOC.
           MOVE WS-DATA-EXECUCAO TO CNAB3A-DATA-PAGTO.
           COMPUTE CNAB3A-VALOR =
               WS-TAB-VALOR-RM(WS-CNAB-IDX) * 100.

       2781-MONTAR-SEGMENTO-A-FIM.
           EXIT.

       2782-MONTAR-SEGMENTO-B SECTION.
           ADD 1 TO WS-CNAB-NSR.
           MOVE WS-CNAB-NSR TO CNAB3B-NSR.
           MOVE WS-TAB-CPF-NUM-RM(WS-CNAB-IDX) TO CNAB3B-INSCRICAO.

       2782-MONTAR-SEGMENTO-B-FIM.
           EXIT.

       2783-MONTAR-HEADER-ARQ SECTION.
           MOVE WS-DATA-EXECUCAO TO CNAB0-DATA-GERACAO.
           PERFORM 2788-PROXIMO-NSA.
           MOVE WS-NSA-ATUAL TO CNAB0-NSA.

       2783-MONTAR-HEADER-ARQ-FIM.
           EXIT.

       2788-PROXIMO-NSA SECTION.
           MOVE ZEROS TO WS-NSA-ATUAL.

           OPEN INPUT NSA-F.
           IF AS-STATUS-E20 EQUAL ZEROS
               READ NSA-F
               IF AS-STATUS-E20 EQUAL ZEROS
                       AND ARQ-NSA-VALOR NUMERIC
                   MOVE ARQ-NSA-VALOR TO WS-NSA-ATUAL
               END-IF
               CLOSE NSA-F
           ELSE
               DISPLAY 'CONTROLE NSA: ARQUIVO AUSENTE, INICIANDO '
                   'SEQUENCIA EM 1 ' AS-STATUS-E20
           END-IF.

           ADD 1 TO WS-NSA-ATUAL.

           OPEN OUTPUT NSA-F.
           IF AS-STATUS-E20 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E20
           END-IF.
           MOVE SPACES TO ARQ-NSA.
           MOVE WS-NSA-ATUAL TO ARQ-NSA-VALOR.
           WRITE ARQ-NSA.
           CLOSE NSA-F.

       2788-PROXIMO-NSA-FIM.
           EXIT.

       2784-MONTAR-HEADER-LOTE SECTION.
           CONTINUE.

       2784-MONTAR-HEADER-LOTE-FIM.
           EXIT.

       2786-MONTAR-TRAILER-LOTE SECTION.
           COMPUTE CNAB5-QTD-REGISTROS = WS-CNAB-QTD-REG-LOTE + 2.
           MOVE WS-CNAB-SOMA-VALORES TO CNAB5-SOMA-VALORES.

       2786-MONTAR-TRAILER-LOTE-FIM.
           EXIT.

       2787-MONTAR-TRAILER-ARQ SECTION.
           COMPUTE CNAB9-QTD-REGISTROS = WS-CNAB-QTD-REG-LOTE + 4.

       2787-MONTAR-TRAILER-ARQ-FIM.
           EXIT.

       2751-CARREGAR-TAB-FUNCIONARIOS SECTION.
           IF WS-FUNC-TAB-CARREGADA EQUAL 'S'
               CONTINUE
           ELSE
               PERFORM 2758-LER-ARQ-FUNCIONARIOS
               MOVE 'S' TO WS-FUNC-TAB-CARREGADA
           END-IF.

       2751-CARREGAR-TAB-FUNCIONARIOS-FIM.
           EXIT.

       2759-CARREGAR-TAB-CONTAS SECTION.
           IF WS-CONTAS-TAB-CARREGADA EQUAL 'S'
               CONTINUE
           ELSE
               PERFORM 2757-LER-ARQ-CONTAS
               MOVE 'S' TO WS-CONTAS-TAB-CARREGADA
           END-IF.

       2759-CARREGAR-TAB-CONTAS-FIM.
           EXIT.

       2757-LER-ARQ-CONTAS SECTION.
           MOVE ZEROS TO WS-CONTA-TAB-QTD.
           OPEN INPUT CONTAS.
           IF AS-STATUS-E7 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E7
           END-IF.

           MOVE 'N' TO AS-FIM7.
           MOVE ZEROS TO WS-DUP-VERIF-LINHA.
           READ CONTAS.
           IF AS-STATUS-E7 NOT EQUAL TO ZEROS
               MOVE 'S' TO AS-FIM7
           END-IF.

           PERFORM UNTIL AS-FIM7 EQUAL 'S'
               ADD 1 TO WS-DUP-VERIF-LINHA
               MOVE 'T' TO WS-DUP-VERIF-ARQ
               MOVE ARQ-L-ID-CONTA TO WS-DUP-VERIF-ID
               PERFORM 1970-VERIFICAR-PRIMEIRA-OCORR

               IF WS-DUP-PRIMEIRA EQUAL 'S'
                   IF WS-CONTA-TAB-QTD GREATER THAN OR EQUAL TO 10000
                       MOVE 'CONTAS' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-CONTA-TAB-QTD
                   MOVE ARQ-L-ID-CONTA
                       TO WS-TAB-ID-CONTA-CN(WS-CONTA-TAB-QTD)
                   MOVE ARQ-L-ID-FUNC-CONTA
                       TO WS-TAB-ID-FUNC-CN(WS-CONTA-TAB-QTD)
                   MOVE ARQ-L-AGENCIA-CONTA
                       TO WS-TAB-AGENCIA-CN(WS-CONTA-TAB-QTD)
                   MOVE ARQ-L-NUMERO-CONTA
                       TO WS-TAB-NUMERO-CN(WS-CONTA-TAB-QTD)
                   MOVE ARQ-L-TIPO-CONTA
                       TO WS-TAB-TIPO-CN(WS-CONTA-TAB-QTD)
                   MOVE ARQ-L-PRINCIPAL-CONTA
                       TO WS-TAB-PRINCIPAL-CN(WS-CONTA-TAB-QTD)
                   MOVE ARQ-L-SITUACAO-CONTA
                       TO WS-TAB-SITUACAO-CN(WS-CONTA-TAB-QTD)
                   MOVE ZEROS TO WS-TAB-DT-VIG-CN(WS-CONTA-TAB-QTD)
                   MOVE ZEROS TO WS-TAB-DT-ENC-CN(WS-CONTA-TAB-QTD)
                   MOVE ZEROS TO WS-TAB-DT-ALT-CN(WS-CONTA-TAB-QTD)
                   IF ARQ-L-DT-VIGENCIA-CONTA NUMERIC
                       MOVE ARQ-L-DT-VIGENCIA-CONTA
                           TO WS-TAB-DT-VIG-CN(WS-CONTA-TAB-QTD)
                   END-IF
                   IF ARQ-L-DT-ENCERRA-CONTA NUMERIC
                       MOVE ARQ-L-DT-ENCERRA-CONTA
                           TO WS-TAB-DT-ENC-CN(WS-CONTA-TAB-QTD)
                   END-IF
                   IF ARQ-L-DT-ALTERACAO-CONTA NUMERIC
                       MOVE ARQ-L-DT-ALTERACAO-CONTA
                           TO WS-TAB-DT-ALT-CN(WS-CONTA-TAB-QTD)
                   END-IF
                   MOVE SPACE TO WS-TAB-PAGAR-CN(WS-CONTA-TAB-QTD)
               END-IF

               READ CONTAS
                   AT END
                       MOVE 'S' TO AS-FIM7
               END-READ
           END-PERFORM.

           CLOSE CONTAS.

       2757-LER-ARQ-CONTAS-FIM.
           EXIT.

       2758-LER-ARQ-FUNCIONARIOS SECTION.
           MOVE ZEROS TO WS-FUNC-QTD.
           OPEN INPUT FUNCIONARIOS.
           IF AS-STATUS-E4 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E4
           END-IF.

           MOVE 'N' TO AS-FIM4.
           MOVE ZEROS TO WS-DUP-VERIF-LINHA.
           READ FUNCIONARIOS.
           IF AS-STATUS-E4 NOT EQUAL TO ZEROS
               MOVE 'S' TO AS-FIM4
           END-IF.

           PERFORM UNTIL AS-FIM4 EQUAL 'S'
               ADD 1 TO WS-DUP-VERIF-LINHA
               MOVE 'F' TO WS-DUP-VERIF-ARQ
               MOVE ARQ-L-ID-FUNC TO WS-DUP-VERIF-ID
               PERFORM 1970-VERIFICAR-PRIMEIRA-OCORR

               IF WS-DUP-PRIMEIRA EQUAL 'S'
                   IF WS-FUNC-QTD GREATER THAN OR EQUAL TO 5000
                       MOVE 'FUNCIONARIOS' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-FUNC-QTD
                   MOVE ARQ-L-ID-FUNC TO WS-TAB-ID-FUNC(WS-FUNC-QTD)
                   MOVE ARQ-L-ID-CARGO-FUNC
                       TO WS-TAB-ID-CARGO-FUNC(WS-FUNC-QTD)
                   MOVE ARQ-L-NOME-FUNC
                       TO WS-TAB-NOME-FUNC(WS-FUNC-QTD)
                   MOVE ARQ-L-CPF-FUNC
                       TO WS-TAB-CPF-FUNC(WS-FUNC-QTD)
                   MOVE ARQ-L-ID-DEP-FUNC
                       TO WS-TAB-ID-DEP-FUNC-T(WS-FUNC-QTD)
                   MOVE ARQ-L-STATUS-FUNC
                       TO WS-TAB-STATUS-FUNC-T(WS-FUNC-QTD)
                   MOVE ARQ-L-TELEFONE-FUNC
                       TO WS-TAB-TEL-FUNC-T(WS-FUNC-QTD)
                   MOVE ARQ-L-EMAIL-FUNC
                       TO WS-TAB-EMAIL-FUNC-T(WS-FUNC-QTD)
                   MOVE ARQ-L-ENDERECO-FUNC
                       TO WS-TAB-END-FUNC-T(WS-FUNC-QTD)
                   MOVE ARQ-L-TIPO-CONTRATO
                       TO WS-TAB-TIPO-CONTR-T(WS-FUNC-QTD)
                   MOVE ARQ-L-MODO-TRAB
                       TO WS-TAB-MODO-TRAB-T(WS-FUNC-QTD)
                   MOVE ARQ-L-FORMACAO
                       TO WS-TAB-FORMACAO-T(WS-FUNC-QTD)
               END-IF

               READ FUNCIONARIOS
                   AT END
                       MOVE 'S' TO AS-FIM4
               END-READ
           END-PERFORM.

           CLOSE FUNCIONARIOS.

           SORT WS-FUNC-TAB ASCENDING KEY WS-TAB-ID-FUNC.

       2758-LER-ARQ-FUNCIONARIOS-FIM.
           EXIT.

       2752-CALCULAR-TOTAIS-REMESSA SECTION.
           MOVE ZEROS TO WS-REM-QTD.
           MOVE ZEROS TO WS-REM-TOTAL.

           PERFORM 2759-CARREGAR-TAB-CONTAS.
           PERFORM 2754-CONTAR-CONTAS-POR-FUNC.

           PERFORM VARYING WS-CONTA-IDX FROM 1 BY 1
                   UNTIL WS-CONTA-IDX > WS-CONTA-TAB-QTD
               MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX)
                   TO WS-POS-ID-BUSCA
               PERFORM 3952-LOCALIZAR-POS-FUNC
               MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX)
                   TO WS-DESLIG-ID-BUSCA
               PERFORM 2391-LOCALIZAR-DESLIGAMENTO
               MOVE WS-TAB-AGENCIA-CN(WS-CONTA-IDX)
                   TO WS-VAL-AG-ENTRADA
               MOVE WS-TAB-NUMERO-CN(WS-CONTA-IDX)
                   TO WS-VAL-CT-ENTRADA
               PERFORM 2770-VALIDAR-CONTA-BANCARIA
               IF WS-POS-FUNC GREATER THAN ZEROS
                   AND WS-TAB-PAGAR-CN(WS-CONTA-IDX) EQUAL 'S'
                   AND WS-VAL-OK EQUAL 'S'
                   AND NOT (WS-DESLIG-ACHADO EQUAL 'S'
                       AND WS-DESLIG-PERIODO NOT GREATER THAN
                           WS-PERIODO-EXEC
                       AND NOT (WS-DESLIG-TRCT EQUAL 'S'
                           AND WS-DESLIG-TRCT-LIQ GREATER THAN ZEROS))
                   PERFORM 2753-LOCALIZAR-DADOS-FUNC
                   ADD 1 TO WS-REM-QTD
                   ADD WS-REM-VALOR TO WS-REM-TOTAL
               END-IF
           END-PERFORM.

       2752-CALCULAR-TOTAIS-REMESSA-FIM.
           EXIT.

       2753-LOCALIZAR-DADOS-FUNC SECTION.
           MOVE SPACES TO WS-REM-NOME-FUNC.
           MOVE SPACES TO WS-REM-CPF-FUNC.
           MOVE ZEROS TO WS-REM-ID-CARGO.
           MOVE ZEROS TO WS-REM-VALOR.
           MOVE 'N' TO WS-REM-ACHADO-FUNC.
           MOVE 'N' TO WS-REM-ACHADO-CARGO.

           MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX) TO WS-POS-ID-BUSCA.
           PERFORM 3953-LER-FUNCIONARIO-ATUAL.
           IF WS-FATU-ACHADO EQUAL 'S'
               MOVE WS-FATU-NOME TO WS-REM-NOME-FUNC
               MOVE WS-FATU-CPF TO WS-REM-CPF-FUNC
               MOVE WS-FATU-ID-CARGO TO WS-REM-ID-CARGO
               MOVE 'S' TO WS-REM-ACHADO-FUNC
           END-IF.

           IF WS-REM-ACHADO-FUNC EQUAL 'S'
               MOVE WS-REM-ID-CARGO TO WS-POS-ID-BUSCA
               PERFORM 3954-LER-CARGO-ATUAL
               IF WS-GATU-ACHADO EQUAL 'S'
                   MOVE WS-GATU-SAL-BASE TO WS-REM-VALOR
                   MOVE 'S' TO WS-REM-ACHADO-CARGO
               END-IF
           END-IF.

           IF WS-REM-ACHADO-CARGO EQUAL 'S'
               MOVE WS-REM-VALOR TO WS-CALC-SAL-BRUTO
               PERFORM 2460-CALCULAR-DESCONTOS
               MOVE WS-CALC-LIQUIDO TO WS-REM-VALOR
           END-IF.

           MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX) TO WS-FLQ-ID-BUSCA.
           PERFORM 2491-LOCALIZAR-LIQUIDO-FOLHA.
           IF WS-FLQ-ACHADO EQUAL 'S'
               IF WS-TAB-PERIODO-FL(WS-FLQ-IDX) EQUAL WS-PERIODO-EXEC
                   MOVE WS-TAB-LIQUIDO-FL(WS-FLQ-IDX) TO WS-REM-VALOR
               END-IF
           END-IF.

           MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX) TO WS-DESLIG-ID-BUSCA.
           PERFORM 2391-LOCALIZAR-DESLIGAMENTO.
           IF WS-DESLIG-ACHADO EQUAL 'S'
                   AND WS-DESLIG-PERIODO NOT GREATER THAN
                       WS-PERIODO-EXEC
                   AND WS-DESLIG-TRCT EQUAL 'S'
               MOVE WS-DESLIG-TRCT-LIQ TO WS-REM-VALOR
           END-IF.

       2753-LOCALIZAR-DADOS-FUNC-FIM.
           EXIT.

       2754-CONTAR-CONTAS-POR-FUNC SECTION.
           MOVE ZEROS TO WS-CNT-REM-EXC.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10000
               MOVE ZEROS TO WS-REM-CONTAS-POR-FUNC(WS-K)
               MOVE ZEROS TO WS-REM-PRINC-POR-FUNC(WS-K)
           END-PERFORM.

           PERFORM VARYING WS-CONTA-IDX FROM 1 BY 1
                   UNTIL WS-CONTA-IDX > WS-CONTA-TAB-QTD
               MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX)
                   TO WS-POS-ID-BUSCA
               PERFORM 3952-LOCALIZAR-POS-FUNC
               PERFORM 2778-VERIFICAR-VIGENCIA-CONTA
               MOVE 'N' TO WS-TAB-PAGAR-CN(WS-CONTA-IDX)
               IF WS-POS-FUNC GREATER THAN ZEROS
                       AND WS-CTA-VIGENTE EQUAL 'S'
                   MOVE 'V' TO WS-TAB-PAGAR-CN(WS-CONTA-IDX)
                   ADD 1 TO WS-REM-CONTAS-POR-FUNC(WS-POS-FUNC)
                   IF WS-TAB-PRINCIPAL-CN(WS-CONTA-IDX) EQUAL 'S'
                       IF WS-REM-PRINC-POR-FUNC(WS-POS-FUNC) EQUAL ZEROS
                           MOVE WS-CONTA-IDX
                               TO WS-REM-PRINC-POR-FUNC(WS-POS-FUNC)
                       ELSE
                           MOVE WS-REM-PRINC-POR-FUNC(WS-POS-FUNC)
                               TO WS-CTA-POS
                           IF WS-TAB-DT-VIG-CN(WS-CONTA-IDX)
                                   GREATER THAN
                                   WS-TAB-DT-VIG-CN(WS-CTA-POS)
                               MOVE WS-CONTA-IDX
                                   TO WS-REM-PRINC-POR-FUNC(WS-POS-FUNC)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-CONTA-IDX FROM 1 BY 1
                   UNTIL WS-CONTA-IDX > WS-CONTA-TAB-QTD
               MOVE WS-TAB-ID-FUNC-CN(WS-CONTA-IDX)
                   TO WS-POS-ID-BUSCA
               PERFORM 3952-LOCALIZAR-POS-FUNC
               IF WS-POS-FUNC GREATER THAN ZEROS
                   PERFORM 2779-DEFINIR-CONTA-PAGAMENTO
               END-IF
           END-PERFORM.

       2754-CONTAR-CONTAS-POR-FUNC-FIM.
           EXIT.

       2760-PROCESSAR-RETORNO-BANCARIO SECTION.
           IF WS-REM-QTD EQUAL ZEROS
               DISPLAY 'RETORNO BANCARIO: SEM REMESSA NA EXECUCAO, '
                   'CONCILIACAO IGNORADA'
           ELSE
               PERFORM 2761-CONCILIAR-RETORNO
           END-IF.

       2760-PROCESSAR-RETORNO-BANCARIO-FIM.
           EXIT.

       2761-CONCILIAR-RETORNO SECTION.
           OPEN INPUT RETORNO-BANCARIO.
           IF AS-STATUS-E10 NOT EQUAL TO ZEROS
               DISPLAY 'RETORNO BANCARIO: ARQUIVO AUSENTE, '
                   'CONCILIACAO IGNORADA ' AS-STATUS-E10
           ELSE
               OPEN OUTPUT RECONCILIACAO-S
               IF AS-STATUS-S19 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-S19
               END-IF
               MOVE WS-ARQ-RECONCILIACAO-S TO WS-GER-NOME-REG
               PERFORM 1125-REGISTRAR-UMA-SAIDA

               WRITE ARQ-RECONCILIACAO-S
                   FROM RECONCILIACAO-TITULO-FIELDS
               MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO
               WRITE ARQ-RECONCILIACAO-S FROM RELATORIO-DATA-FIELDS

               MOVE 'N' TO AS-FIM10
               READ RETORNO-BANCARIO
               IF AS-STATUS-E10 NOT EQUAL TO ZEROS
                   MOVE 'S' TO AS-FIM10
               END-IF

               PERFORM UNTIL AS-FIM10 EQUAL 'S'
                   EVALUATE ARQ-R-TIPO-REG
                       WHEN '0'
                           CONTINUE
                       WHEN '1'
                           CONTINUE
                       WHEN '3'
                           IF ARQ-R-SEGMENTO EQUAL 'A'
                               PERFORM 2762-CONCILIAR-DETALHE
                           END-IF
                       WHEN '5'
                           IF ARQ-R-T-QTD NUMERIC
                               MOVE ARQ-R-T-QTD TO WS-RET-T-QTD
                           END-IF
                           IF ARQ-R-T-VALOR NUMERIC
                               COMPUTE WS-RET-T-VALOR =
                                   ARQ-R-T-VALOR / 100
                           END-IF
                       WHEN '9'
                           CONTINUE
                       WHEN OTHER
                           DISPLAY 'RETORNO BANCARIO: TIPO DE '
                               'REGISTRO INVALIDO: ' ARQ-R-TIPO-REG
                   END-EVALUATE

                   READ RETORNO-BANCARIO
                       AT END
                           MOVE 'S' TO AS-FIM10
                   END-READ
               END-PERFORM

               CLOSE RETORNO-BANCARIO

               PERFORM 2763-LISTAR-SEM-RETORNO
               PERFORM 2765-GRAVAR-TOTAIS-CONCILIACAO

               CLOSE RECONCILIACAO-S

               IF WS-RET-REJ-QTD GREATER THAN ZEROS
                   PERFORM 2764-GERAR-REMESSA-REENVIO
               ELSE
                   DISPLAY 'RETORNO BANCARIO: SEM REJEITADOS, '
                       'REENVIO NAO GERADO'
               END-IF

               DISPLAY 'RETORNO BANCARIO: DETALHES LIDOS = '
                   WS-CNT-RETORNO
               DISPLAY 'RETORNO BANCARIO: PAGOS = ' WS-RET-PAGOS-QTD
                   ' VALOR = ' WS-RET-PAGOS-VALOR
               DISPLAY 'RETORNO BANCARIO: REJEITADOS = '
                   WS-RET-REJ-QTD ' VALOR = ' WS-RET-REJ-VALOR
           END-IF.

       2761-CONCILIAR-RETORNO-FIM.
           EXIT.

       2762-CONCILIAR-DETALHE SECTION.
           ADD 1 TO WS-CNT-RETORNO.
           MOVE 'N' TO WS-RET-ACHADO.

           IF ARQ-R-NUM-DOC(1:6) NUMERIC
               MOVE ARQ-R-NUM-DOC(1:6) TO WS-RET-ID-FUNC
           ELSE
               MOVE ZEROS TO WS-RET-ID-FUNC
           END-IF.

           MOVE ARQ-R-OCORR(1) TO WS-RET-OCORR.
           PERFORM 2766-DESCREVER-OCORRENCIA.

           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-REM-TAB-QTD
                      OR WS-RET-ACHADO EQUAL 'S'
               IF WS-TAB-ID-FUNC-RM(WS-RET-IDX) EQUAL WS-RET-ID-FUNC
                       AND WS-TAB-CTA-NUM-RM(WS-RET-IDX)
                           EQUAL ARQ-R-CONTA-FAV
                       AND WS-TAB-SITUACAO-RM(WS-RET-IDX) EQUAL SPACE
                   MOVE 'S' TO WS-RET-ACHADO

                   IF WS-RET-OCORR EQUAL '00'
                           OR WS-RET-OCORR EQUAL 'BD'
                       MOVE 'P' TO WS-TAB-SITUACAO-RM(WS-RET-IDX)
                       ADD 1 TO WS-RET-PAGOS-QTD
                       ADD WS-TAB-VALOR-RM(WS-RET-IDX)
                           TO WS-RET-PAGOS-VALOR
                       PERFORM 2977-CONTABILIZAR-PAGAMENTO
                   ELSE
                       MOVE 'R' TO WS-TAB-SITUACAO-RM(WS-RET-IDX)
                       ADD 1 TO WS-RET-REJ-QTD
                       ADD WS-TAB-VALOR-RM(WS-RET-IDX)
                           TO WS-RET-REJ-VALOR

                       MOVE WS-RET-ID-FUNC TO RCON-D-ID-FUNC
                       MOVE SPACES TO RCON-D-CONTA
                       MOVE ARQ-R-CONTA-FAV TO RCON-D-CONTA
                       MOVE WS-RET-OCORR TO RCON-D-STATUS
                       MOVE WS-RET-OCORR-TXT TO RCON-D-SITUACAO
                       WRITE ARQ-RECONCILIACAO-S
                           FROM RECONCILIACAO-DETALHE-FIELDS
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-RET-ACHADO EQUAL 'N'
               ADD 1 TO WS-RET-NAO-CONC-QTD
               MOVE WS-RET-ID-FUNC TO RCON-D-ID-FUNC
               MOVE SPACES TO RCON-D-CONTA
               MOVE ARQ-R-CONTA-FAV TO RCON-D-CONTA
               MOVE WS-RET-OCORR TO RCON-D-STATUS
               MOVE 'RETORNO SEM DETALHE CORRESPONDENTE NA REMESSA'
                   TO RCON-D-SITUACAO
               WRITE ARQ-RECONCILIACAO-S
                   FROM RECONCILIACAO-DETALHE-FIELDS
           END-IF.

       2762-CONCILIAR-DETALHE-FIM.
           EXIT.

       2766-DESCREVER-OCORRENCIA SECTION.
           EVALUATE WS-RET-OCORR
               WHEN '00'
                   MOVE 'CREDITO EFETIVADO' TO WS-RET-OCORR-TXT
               WHEN 'BD'
                   MOVE 'INCLUSAO EFETUADA COM SUCESSO'
                       TO WS-RET-OCORR-TXT
               WHEN '01'
                   MOVE 'INSUFICIENCIA DE FUNDOS'
                       TO WS-RET-OCORR-TXT
               WHEN '02'
                   MOVE 'CREDITO OU DEBITO CANCELADO'
                       TO WS-RET-OCORR-TXT
               WHEN 'AE'
                   MOVE 'TIPO OU NUMERO DE INSCRICAO INVALIDO'
                       TO WS-RET-OCORR-TXT
               WHEN 'AG'
                   MOVE 'AGENCIA OU CONTA CORRENTE OU DV INVALIDO'
                       TO WS-RET-OCORR-TXT
               WHEN 'AH'
                   MOVE 'SEQUENCIAL DO REGISTRO NO LOTE INVALIDO'
                       TO WS-RET-OCORR-TXT
               WHEN 'AL'
                   MOVE 'CODIGO DO BANCO FAVORECIDO INVALIDO'
                       TO WS-RET-OCORR-TXT
               WHEN 'AM'
                   MOVE 'AGENCIA MANTENEDORA DA CONTA INVALIDA'
                       TO WS-RET-OCORR-TXT
               WHEN 'AN'
                   MOVE 'CONTA CORRENTE OU DV DO FAVORECIDO INVALIDO'
                       TO WS-RET-OCORR-TXT
               WHEN 'AO'
                   MOVE 'NOME DO FAVORECIDO NAO INFORMADO'
                       TO WS-RET-OCORR-TXT
               WHEN 'AP'
                   MOVE 'DATA DE LANCAMENTO INVALIDA'
                       TO WS-RET-OCORR-TXT
               WHEN OTHER
                   MOVE 'OCORRENCIA NAO MAPEADA' TO WS-RET-OCORR-TXT
           END-EVALUATE.

       2766-DESCREVER-OCORRENCIA-FIM.
           EXIT.

       2763-LISTAR-SEM-RETORNO SECTION.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-REM-TAB-QTD
               IF WS-TAB-SITUACAO-RM(WS-RET-IDX) EQUAL SPACE
                   ADD 1 TO WS-RET-SEM-RET-QTD
                   ADD WS-TAB-VALOR-RM(WS-RET-IDX)
                       TO WS-RET-SEM-RET-VALOR

                   MOVE WS-TAB-ID-FUNC-RM(WS-RET-IDX)
                       TO RCON-D-ID-FUNC
                   MOVE WS-TAB-CONTA-RM(WS-RET-IDX) TO RCON-D-CONTA
                   MOVE SPACES TO RCON-D-STATUS
                   MOVE 'SEM RETORNO DO BANCO' TO RCON-D-SITUACAO
                   WRITE ARQ-RECONCILIACAO-S
                       FROM RECONCILIACAO-DETALHE-FIELDS
               END-IF
           END-PERFORM.

       2763-LISTAR-SEM-RETORNO-FIM.
           EXIT.

       2764-GERAR-REMESSA-REENVIO SECTION.
           OPEN OUTPUT REMESSA-REENVIO-S.
           IF AS-STATUS-S20 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S20
           END-IF.
           MOVE WS-ARQ-REM-REENVIO-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           MOVE ZEROS TO WS-CNAB-NSR.
           MOVE ZEROS TO WS-CNAB-QTD-REG-LOTE.
           MOVE ZEROS TO WS-CNAB-SOMA-VALORES.

           PERFORM 2783-MONTAR-HEADER-ARQ.
           WRITE ARQ-REMESSA-REENVIO-S FROM CNAB0-HEADER-ARQ.
           PERFORM 2784-MONTAR-HEADER-LOTE.
           WRITE ARQ-REMESSA-REENVIO-S FROM CNAB1-HEADER-LOTE.

           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-REM-TAB-QTD
               IF WS-TAB-SITUACAO-RM(WS-RET-IDX) EQUAL 'R'
                   MOVE WS-RET-IDX TO WS-CNAB-IDX
                   PERFORM 2781-MONTAR-SEGMENTO-A
                   WRITE ARQ-REMESSA-REENVIO-S
                       FROM CNAB3A-SEGMENTO-A
                   PERFORM 2782-MONTAR-SEGMENTO-B
                   WRITE ARQ-REMESSA-REENVIO-S
                       FROM CNAB3B-SEGMENTO-B
                   ADD 2 TO WS-CNAB-QTD-REG-LOTE
                   COMPUTE WS-CNAB-SOMA-VALORES =
                       WS-CNAB-SOMA-VALORES
                       + (WS-TAB-VALOR-RM(WS-RET-IDX) * 100)
               END-IF
           END-PERFORM.

           PERFORM 2786-MONTAR-TRAILER-LOTE.
           WRITE ARQ-REMESSA-REENVIO-S FROM CNAB5-TRAILER-LOTE.
           PERFORM 2787-MONTAR-TRAILER-ARQ.
           WRITE ARQ-REMESSA-REENVIO-S FROM CNAB9-TRAILER-ARQ.

           CLOSE REMESSA-REENVIO-S.

           DISPLAY 'REMESSA REENVIO: REGISTROS = ' WS-RET-REJ-QTD
               ' VALOR TOTAL = ' WS-RET-REJ-VALOR.

       2764-GERAR-REMESSA-REENVIO-FIM.
           EXIT.

       2765-GRAVAR-TOTAIS-CONCILIACAO SECTION.
           MOVE 'ENVIADOS REMESSA' TO RCON-T-LABEL.
           MOVE WS-REM-QTD TO RCON-T-QTD.
           MOVE WS-REM-TOTAL TO RCON-T-VALOR.
           WRITE ARQ-RECONCILIACAO-S FROM RECONCILIACAO-TOTAIS-FIELDS.

           MOVE 'PAGOS' TO RCON-T-LABEL.
           MOVE WS-RET-PAGOS-QTD TO RCON-T-QTD.
           MOVE WS-RET-PAGOS-VALOR TO RCON-T-VALOR.
           WRITE ARQ-RECONCILIACAO-S FROM RECONCILIACAO-TOTAIS-FIELDS.

           MOVE 'REJEITADOS' TO RCON-T-LABEL.
           MOVE WS-RET-REJ-QTD TO RCON-T-QTD.
           MOVE WS-RET-REJ-VALOR TO RCON-T-VALOR.
           WRITE ARQ-RECONCILIACAO-S FROM RECONCILIACAO-TOTAIS-FIELDS.

           MOVE 'SEM RETORNO' TO RCON-T-LABEL.
           MOVE WS-RET-SEM-RET-QTD TO RCON-T-QTD.
           MOVE WS-RET-SEM-RET-VALOR TO RCON-T-VALOR.
           WRITE ARQ-RECONCILIACAO-S FROM RECONCILIACAO-TOTAIS-FIELDS.

           MOVE 'NAO CONCILIADOS' TO RCON-T-LABEL.
           MOVE WS-RET-NAO-CONC-QTD TO RCON-T-QTD.
           MOVE ZEROS TO RCON-T-VALOR.
           WRITE ARQ-RECONCILIACAO-S FROM RECONCILIACAO-TOTAIS-FIELDS.

           MOVE 'TRAILER RETORNO' TO RCON-T-LABEL.
           MOVE WS-RET-T-QTD TO RCON-T-QTD.
           MOVE WS-RET-T-VALOR TO RCON-T-VALOR.
           WRITE ARQ-RECONCILIACAO-S FROM RECONCILIACAO-TOTAIS-FIELDS.

           IF (WS-RET-PAGOS-QTD + WS-RET-REJ-QTD
                   + WS-RET-SEM-RET-QTD) EQUAL WS-REM-QTD
                   AND (WS-RET-PAGOS-VALOR + WS-RET-REJ-VALOR
                   + WS-RET-SEM-RET-VALOR) EQUAL WS-REM-TOTAL
               MOVE 'CONCILIACAO FECHADA COM A REMESSA ENVIADA'
                   TO RCON-C-TEXTO
           ELSE
               MOVE 'DIVERGENCIA CONTRA OS TOTAIS DA REMESSA ENVIADA'
                   TO RCON-C-TEXTO
           END-IF.
           WRITE ARQ-RECONCILIACAO-S FROM RECONCILIACAO-CONFERE-FIELDS.

       2765-GRAVAR-TOTAIS-CONCILIACAO-FIM.
           EXIT.

       2800-GRAVAR-HISTORICO SECTION.
           IF WS-CNT-HEADCOUNT EQUAL ZEROS
                   OR WS-CNT-FOLHA EQUAL ZEROS
                   OR WS-CNT-CUSTEIO EQUAL ZEROS
               DISPLAY 'HISTORICO: SECOES DE RESUMO NAO EXECUTADAS, '
                   'PERIODO NAO GRAVADO'
           ELSE
               PERFORM 2801-ANEXAR-PERIODO-HISTORICO
           END-IF.

       2800-GRAVAR-HISTORICO-FIM.
           EXIT.

       2801-ANEXAR-PERIODO-HISTORICO SECTION.
           PERFORM 2811-CARREGAR-HISTORICO.

           OPEN OUTPUT HISTORICO-F.
           IF AS-STATUS-E13 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E13
           END-IF.

           MOVE ZEROS TO WS-CNT-HIST-REMOVIDOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-HIST-QTD
               IF WS-TAB-PERIODO-H(WS-I) EQUAL WS-PERIODO-EXEC
                   ADD 1 TO WS-CNT-HIST-REMOVIDOS
               ELSE
                   MOVE SPACES TO ARQ-HISTORICO
                   MOVE WS-TAB-PERIODO-H(WS-I) TO ARQ-H-PERIODO
                   MOVE WS-TAB-TIPO-H(WS-I) TO ARQ-H-TIPO
                   MOVE WS-TAB-ID-DEP-H(WS-I) TO ARQ-H-ID-DEP
                   MOVE WS-TAB-ATIVOS-H(WS-I) TO ARQ-H-ATIVOS
                   MOVE WS-TAB-INATIVOS-H(WS-I) TO ARQ-H-INATIVOS
                   MOVE WS-TAB-FOLHA-H(WS-I) TO ARQ-H-FOLHA
                   MOVE WS-TAB-CVALOR-H(WS-I) TO ARQ-H-CUSTEIO-VALOR
                   MOVE WS-TAB-CCUSTO-H(WS-I) TO ARQ-H-CUSTEIO-CUSTO
                   MOVE WS-TAB-PROV-H(WS-I) TO ARQ-H-PROVISOES
                   WRITE ARQ-HISTORICO
               END-IF
           END-PERFORM.

           IF WS-CNT-HIST-REMOVIDOS GREATER THAN ZEROS
               DISPLAY 'HISTORICO: PERIODO ' WS-PERIODO-EXEC
                   ' REPROCESSADO, REGISTROS SUBSTITUIDOS = '
                   WS-CNT-HIST-REMOVIDOS
           END-IF.

           MOVE ZEROS TO WS-CNT-HIST-GRAVADOS.
           PERFORM 2802-SOMAR-HEADCOUNT-ATUAL.

           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-DEP-QTD
               MOVE SPACES TO ARQ-HISTORICO
               MOVE WS-PERIODO-EXEC TO ARQ-H-PERIODO
               MOVE 'D' TO ARQ-H-TIPO
               MOVE WS-TAB-ID-DEP(WS-J) TO ARQ-H-ID-DEP
               MOVE WS-HEAD-DEP-ATIVOS(WS-J) TO ARQ-H-ATIVOS
               MOVE WS-HEAD-DEP-INATIVOS(WS-J) TO ARQ-H-INATIVOS
               MOVE WS-DEP-SUBTOTAL(WS-J) TO ARQ-H-FOLHA
               MOVE WS-DEP-PROJ-SUB-VALOR(WS-J)
                   TO ARQ-H-CUSTEIO-VALOR
               MOVE WS-DEP-PROJ-SUB-CUSTO(WS-J)
                   TO ARQ-H-CUSTEIO-CUSTO
               COMPUTE ARQ-H-PROVISOES = WS-DEP-SUB-PROV13(WS-J)
                   + WS-DEP-SUB-PROVFER(WS-J)
               WRITE ARQ-HISTORICO
               ADD 1 TO WS-CNT-HIST-GRAVADOS
           END-PERFORM.

           MOVE SPACES TO ARQ-HISTORICO.
           MOVE WS-PERIODO-EXEC TO ARQ-H-PERIODO.
           MOVE 'T' TO ARQ-H-TIPO.
           MOVE ZEROS TO ARQ-H-ID-DEP.
           MOVE WS-TEND-ATIVOS-ATUAL TO ARQ-H-ATIVOS.
           MOVE WS-TEND-INATIVOS-ATUAL TO ARQ-H-INATIVOS.
           MOVE WS-FOLHA-TOTAL-GERAL TO ARQ-H-FOLHA.
           MOVE WS-CUSTEIO-TOTAL-VALOR TO ARQ-H-CUSTEIO-VALOR.
           MOVE WS-CUSTEIO-TOTAL-CUSTO TO ARQ-H-CUSTEIO-CUSTO.
           COMPUTE ARQ-H-PROVISOES = WS-FOLHA-TOTAL-PROV13
               + WS-FOLHA-TOTAL-PROVFER.
           WRITE ARQ-HISTORICO.
           ADD 1 TO WS-CNT-HIST-GRAVADOS.

           CLOSE HISTORICO-F.

           DISPLAY 'HISTORICO: REGISTROS GRAVADOS = '
               WS-CNT-HIST-GRAVADOS.

       2801-ANEXAR-PERIODO-HISTORICO-FIM.
           EXIT.

       2802-SOMAR-HEADCOUNT-ATUAL SECTION.
           MOVE ZEROS TO WS-TEND-ATIVOS-ATUAL.
           MOVE ZEROS TO WS-TEND-INATIVOS-ATUAL.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-DEP-QTD
               ADD WS-HEAD-DEP-ATIVOS(WS-J) TO WS-TEND-ATIVOS-ATUAL
               ADD WS-HEAD-DEP-INATIVOS(WS-J)
                   TO WS-TEND-INATIVOS-ATUAL
           END-PERFORM.

       2802-SOMAR-HEADCOUNT-ATUAL-FIM.
           EXIT.

       2810-GERAR-TENDENCIA SECTION.
           IF WS-CNT-HEADCOUNT EQUAL ZEROS
                   OR WS-CNT-FOLHA EQUAL ZEROS
                   OR WS-CNT-CUSTEIO EQUAL ZEROS
               DISPLAY 'TENDENCIA: SECOES DE RESUMO NAO EXECUTADAS, '
                   'RELATORIO NAO GERADO'
           ELSE
               PERFORM 2815-MONTAR-TENDENCIA
           END-IF.

       2810-GERAR-TENDENCIA-FIM.
           EXIT.

       2815-MONTAR-TENDENCIA SECTION.
           PERFORM 2811-CARREGAR-HISTORICO.
           PERFORM 2802-SOMAR-HEADCOUNT-ATUAL.

           COMPUTE WS-HIST-ANO = WS-PERIODO-EXEC / 100.
           COMPUTE WS-HIST-MES =
               FUNCTION MOD(WS-PERIODO-EXEC, 100).
           IF WS-HIST-MES EQUAL 1
               COMPUTE WS-TEND-PER-ANTERIOR =
                   ((WS-HIST-ANO - 1) * 100) + 12
           ELSE
               COMPUTE WS-TEND-PER-ANTERIOR = WS-PERIODO-EXEC - 1
           END-IF.
           COMPUTE WS-TEND-PER-ANO-ANT = WS-PERIODO-EXEC - 100.

           OPEN OUTPUT TENDENCIA-S.
           IF AS-STATUS-S33 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S33
           END-IF.
           MOVE WS-ARQ-TENDENCIA-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           WRITE ARQ-TENDENCIA-S FROM TENDENCIA-TITULO-FIELDS.
           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-TENDENCIA-S FROM RELATORIO-DATA-FIELDS.

           MOVE WS-TEND-PER-ANTERIOR TO WS-TEND-PER-REF.
           MOVE 'PERIODO ANTERIOR' TO WS-TEND-ROTULO.
           PERFORM 2812-COMPARAR-PERIODO.

           MOVE WS-TEND-PER-ANO-ANT TO WS-TEND-PER-REF.
           MOVE 'MESMO PER ANO ANT' TO WS-TEND-ROTULO.
           PERFORM 2812-COMPARAR-PERIODO.

           CLOSE TENDENCIA-S.

           DISPLAY 'TENDENCIA: HISTORICO LIDO = ' WS-HIST-QTD.

       2815-MONTAR-TENDENCIA-FIM.
           EXIT.

       2811-CARREGAR-HISTORICO SECTION.
           MOVE ZEROS TO WS-HIST-QTD.
           OPEN INPUT HISTORICO-F.
           IF AS-STATUS-E13 NOT EQUAL TO ZEROS
               DISPLAY 'HISTORICO: ARQUIVO AUSENTE, TENDENCIA SEM '
                   'BASE ' AS-STATUS-E13
           ELSE
               MOVE 'N' TO AS-FIM13
               READ HISTORICO-F
               IF AS-STATUS-E13 NOT EQUAL TO ZEROS
                   MOVE 'S' TO AS-FIM13
               END-IF

               PERFORM UNTIL AS-FIM13 EQUAL 'S'
                   IF WS-HIST-QTD GREATER THAN OR EQUAL TO 2000
                       MOVE 'HISTORICO' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-HIST-QTD
                   MOVE ARQ-H-PERIODO
                       TO WS-TAB-PERIODO-H(WS-HIST-QTD)
                   MOVE ARQ-H-TIPO TO WS-TAB-TIPO-H(WS-HIST-QTD)
                   MOVE ARQ-H-ID-DEP TO WS-TAB-ID-DEP-H(WS-HIST-QTD)
                   MOVE ARQ-H-ATIVOS TO WS-TAB-ATIVOS-H(WS-HIST-QTD)
                   MOVE ARQ-H-INATIVOS
                       TO WS-TAB-INATIVOS-H(WS-HIST-QTD)
                   MOVE ARQ-H-FOLHA TO WS-TAB-FOLHA-H(WS-HIST-QTD)
                   MOVE ARQ-H-CUSTEIO-VALOR
                       TO WS-TAB-CVALOR-H(WS-HIST-QTD)
                   MOVE ARQ-H-CUSTEIO-CUSTO
                       TO WS-TAB-CCUSTO-H(WS-HIST-QTD)
                   IF ARQ-H-PROVISOES NUMERIC
                       MOVE ARQ-H-PROVISOES
                           TO WS-TAB-PROV-H(WS-HIST-QTD)
                   ELSE
                       MOVE ZEROS TO WS-TAB-PROV-H(WS-HIST-QTD)
                   END-IF

                   READ HISTORICO-F
                       AT END
                           MOVE 'S' TO AS-FIM13
                   END-READ
               END-PERFORM

               CLOSE HISTORICO-F
           END-IF.

       2811-CARREGAR-HISTORICO-FIM.
           EXIT.

       2812-COMPARAR-PERIODO SECTION.
           MOVE WS-TEND-ROTULO TO TEND-C-ROTULO.
           MOVE WS-TEND-PER-REF TO TEND-C-PERIODO.
           WRITE ARQ-TENDENCIA-S FROM TENDENCIA-COMP-FIELDS.

           MOVE 'T' TO WS-TEND-TIPO-BUSCA.
           MOVE ZEROS TO WS-TEND-DEP-BUSCA.
           PERFORM 2814-LOCALIZAR-HISTORICO.

           IF WS-TEND-ACHADO EQUAL 'N'
               MOVE WS-TEND-PER-REF TO TEND-S-PERIODO
               WRITE ARQ-TENDENCIA-S FROM TENDENCIA-SEM-HIST-FIELDS
           ELSE
               MOVE 'HEADCOUNT ATIVOS' TO TEND-L-ROTULO
               MOVE WS-TEND-ATIVOS-ATUAL TO WS-TEND-ATUAL
               MOVE WS-TAB-ATIVOS-H(WS-TEND-IDX-REF) TO WS-TEND-REF
               PERFORM 2813-GRAVAR-LINHA-TENDENCIA

               MOVE 'HEADCOUNT INATIVOS' TO TEND-L-ROTULO
               MOVE WS-TEND-INATIVOS-ATUAL TO WS-TEND-ATUAL
               MOVE WS-TAB-INATIVOS-H(WS-TEND-IDX-REF) TO WS-TEND-REF
               PERFORM 2813-GRAVAR-LINHA-TENDENCIA

               MOVE 'FOLHA TOTAL' TO TEND-L-ROTULO
               MOVE WS-FOLHA-TOTAL-GERAL TO WS-TEND-ATUAL
               MOVE WS-TAB-FOLHA-H(WS-TEND-IDX-REF) TO WS-TEND-REF
               PERFORM 2813-GRAVAR-LINHA-TENDENCIA

               MOVE 'CUSTEIO VALOR' TO TEND-L-ROTULO
               MOVE WS-CUSTEIO-TOTAL-VALOR TO WS-TEND-ATUAL
               MOVE WS-TAB-CVALOR-H(WS-TEND-IDX-REF) TO WS-TEND-REF
               PERFORM 2813-GRAVAR-LINHA-TENDENCIA

               MOVE 'CUSTEIO CUSTO' TO TEND-L-ROTULO
               MOVE WS-CUSTEIO-TOTAL-CUSTO TO WS-TEND-ATUAL
               MOVE WS-TAB-CCUSTO-H(WS-TEND-IDX-REF) TO WS-TEND-REF
               PERFORM 2813-GRAVAR-LINHA-TENDENCIA

               MOVE 'PROVISOES' TO TEND-L-ROTULO
               COMPUTE WS-TEND-ATUAL = WS-FOLHA-TOTAL-PROV13
                   + WS-FOLHA-TOTAL-PROVFER
               MOVE WS-TAB-PROV-H(WS-TEND-IDX-REF) TO WS-TEND-REF
               PERFORM 2813-GRAVAR-LINHA-TENDENCIA

               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-DEP-QTD
                   MOVE SPACES TO TEND-L-ROTULO
                   STRING 'FOLHA DEP ' WS-TAB-ID-DEP(WS-J)
                       DELIMITED BY SIZE INTO TEND-L-ROTULO
                   MOVE WS-DEP-SUBTOTAL(WS-J) TO WS-TEND-ATUAL

                   MOVE 'D' TO WS-TEND-TIPO-BUSCA
                   MOVE WS-TAB-ID-DEP(WS-J) TO WS-TEND-DEP-BUSCA
                   PERFORM 2814-LOCALIZAR-HISTORICO

                   IF WS-TEND-ACHADO EQUAL 'N'
                       MOVE ZEROS TO WS-TEND-REF
                   ELSE
                       MOVE WS-TAB-FOLHA-H(WS-TEND-IDX-REF)
                           TO WS-TEND-REF
                   END-IF
                   PERFORM 2813-GRAVAR-LINHA-TENDENCIA
               END-PERFORM
           END-IF.

       2812-COMPARAR-PERIODO-FIM.
           EXIT.

       2813-GRAVAR-LINHA-TENDENCIA SECTION.
           COMPUTE WS-TEND-VAR-ABS = WS-TEND-ATUAL - WS-TEND-REF.

           MOVE SPACES TO TEND-L-FLAG.
           IF WS-TEND-REF EQUAL ZEROS
               MOVE ZEROS TO WS-TEND-VAR-PCT
               IF WS-TEND-ATUAL NOT EQUAL ZEROS
                   MOVE 'SEM BASE' TO TEND-L-FLAG
               END-IF
           ELSE
               COMPUTE WS-TEND-VAR-PCT ROUNDED =
                   WS-TEND-VAR-ABS * 100 / WS-TEND-REF
               IF WS-TEND-VAR-PCT GREATER THAN WS-PAR-LIMITE-VAR
                       OR WS-TEND-VAR-PCT LESS THAN
                           (ZERO - WS-PAR-LIMITE-VAR)
                   MOVE '*** ACIMA DO LIMITE' TO TEND-L-FLAG
               END-IF
           END-IF.

           MOVE WS-TEND-ATUAL TO TEND-L-ATUAL.
           MOVE WS-TEND-REF TO TEND-L-REF.
           MOVE WS-TEND-VAR-ABS TO TEND-L-VAR.
           MOVE WS-TEND-VAR-PCT TO TEND-L-PCT.
           WRITE ARQ-TENDENCIA-S FROM TENDENCIA-LINHA-FIELDS.

       2813-GRAVAR-LINHA-TENDENCIA-FIM.
           EXIT.

       2814-LOCALIZAR-HISTORICO SECTION.
           MOVE 'N' TO WS-TEND-ACHADO.
           MOVE ZEROS TO WS-TEND-IDX-REF.

           PERFORM VARYING WS-TEND-IDX FROM 1 BY 1
                   UNTIL WS-TEND-IDX > WS-HIST-QTD
               IF WS-TAB-PERIODO-H(WS-TEND-IDX)
                       EQUAL WS-TEND-PER-REF
                   AND WS-TAB-TIPO-H(WS-TEND-IDX)
                       EQUAL WS-TEND-TIPO-BUSCA
                   AND WS-TAB-ID-DEP-H(WS-TEND-IDX)
                       EQUAL WS-TEND-DEP-BUSCA
                   MOVE WS-TEND-IDX TO WS-TEND-IDX-REF
                   MOVE 'S' TO WS-TEND-ACHADO
               END-IF
           END-PERFORM.

       2814-LOCALIZAR-HISTORICO-FIM.
           EXIT.

       7100-EXPORTAR-CLIENTE SECTION.
           MOVE 'CLIENTES-I' TO WS-LGPD-SAIDA.
           PERFORM 3965-MOVER-PESSOAIS-CLIENTE.
           PERFORM 3960-APLICAR-POLITICA-LGPD.

           MOVE SPACES TO WS-INT-LINHA.
           STRING ARQ-L-ID ';' ARQ-L-NOME ';' WS-LGPD-TELEFONE ';'
                  WS-LGPD-EMAIL ';' WS-LGPD-ENDERECO ';'
                  ARQ-L-DESCRICAO ';' WS-LGPD-CPF ';' ARQ-L-CNPJ ';'
                  ARQ-L-STATUS
               DELIMITED BY SIZE INTO WS-INT-LINHA.
           WRITE ARQ-CLIENTE-I FROM WS-INT-LINHA.
           ADD 1 TO WS-INT-CNT.

       7100-EXPORTAR-CLIENTE-FIM.
           EXIT.

       7110-EXPORTAR-CARGO SECTION.
           MOVE SPACES TO WS-INT-LINHA.
           STRING WS-TAB-ID-CARGO(WS-I) ';'
                  WS-TAB-NOME-CARGO(WS-I) ';'
                  WS-TAB-SAL-BASE(WS-I)
               DELIMITED BY SIZE INTO WS-INT-LINHA.
           WRITE ARQ-CARGO-I FROM WS-INT-LINHA.
           ADD 1 TO WS-INT-CNT.
           ADD WS-TAB-SAL-BASE(WS-I) TO WS-INT-HASH.

       7110-EXPORTAR-CARGO-FIM.
           EXIT.

       7120-EXPORTAR-DEPARTAMENTO SECTION.
           MOVE SPACES TO WS-INT-LINHA.
           STRING ARQ-L-ID-DEP ';' ARQ-L-NOME-DEP ';'
                  ARQ-L-ID-RESPONSAVEL
               DELIMITED BY SIZE INTO WS-INT-LINHA.
           WRITE ARQ-DEPARTAMENTO-I FROM WS-INT-LINHA.
           ADD 1 TO WS-INT-CNT.

       7120-EXPORTAR-DEPARTAMENTO-FIM.
           EXIT.

       7130-EXPORTAR-FUNCIONARIO SECTION.
           MOVE 'FUNCIONARIOS-I' TO WS-LGPD-SAIDA.
           PERFORM 3966-MOVER-PESSOAIS-FUNC.
           PERFORM 3960-APLICAR-POLITICA-LGPD.

           MOVE SPACES TO WS-INT-LINHA.
           STRING WS-TAB-ID-FUNC(WS-FUNC-IDX) ';'
                  WS-TAB-ID-CARGO-FUNC(WS-FUNC-IDX) ';'
                  WS-TAB-ID-DEP-FUNC-T(WS-FUNC-IDX) ';'
                  WS-TAB-NOME-FUNC(WS-FUNC-IDX) ';'
                  WS-LGPD-TELEFONE ';'
                  WS-LGPD-EMAIL ';'
                  WS-LGPD-ENDERECO ';'
                  WS-LGPD-CPF ';'
                  WS-TAB-TIPO-CONTR-T(WS-FUNC-IDX) ';'
                  WS-TAB-MODO-TRAB-T(WS-FUNC-IDX) ';'
                  WS-TAB-FORMACAO-T(WS-FUNC-IDX) ';'
                  WS-FEF-STATUS
               DELIMITED BY SIZE INTO WS-INT-LINHA.
           WRITE ARQ-FUNCIONARIO-I FROM WS-INT-LINHA.
           ADD 1 TO WS-INT-CNT.

       7130-EXPORTAR-FUNCIONARIO-FIM.
           EXIT.

       7140-EXPORTAR-PROJETO SECTION.
           MOVE SPACES TO WS-INT-LINHA.
           STRING WS-TAB-ID-PROJ-PT(WS-PROJ-IDX) ';'
                  WS-TAB-ID-DEP-PT(WS-PROJ-IDX) ';'
                  WS-TAB-ID-CLI-PT(WS-PROJ-IDX) ';'
                  WS-TAB-NOME-PROJ-PT(WS-PROJ-IDX) ';'
                  WS-TAB-DESC-PT(WS-PROJ-IDX) ';'
                  WS-TAB-STATUS-PT(WS-PROJ-IDX) ';'
                  WS-TAB-VALOR-PT(WS-PROJ-IDX) ';'
                  WS-TAB-DATA-PT(WS-PROJ-IDX)
               DELIMITED BY SIZE INTO WS-INT-LINHA.
           WRITE ARQ-PROJETO-I FROM WS-INT-LINHA.
           ADD 1 TO WS-INT-CNT.
           ADD WS-TAB-VALOR-PT(WS-PROJ-IDX) TO WS-INT-HASH.

       7140-EXPORTAR-PROJETO-FIM.
           EXIT.

       7150-EXPORTAR-CONTA SECTION.
           MOVE SPACES TO WS-INT-LINHA.
           STRING WS-TAB-ID-CONTA-CN(WS-CONTA-IDX) ';'
                  WS-TAB-ID-FUNC-CN(WS-CONTA-IDX) ';'
                  WS-TAB-AGENCIA-CN(WS-CONTA-IDX) ';'
                  WS-TAB-NUMERO-CN(WS-CONTA-IDX) ';'
                  WS-TAB-TIPO-CN(WS-CONTA-IDX)
               DELIMITED BY SIZE INTO WS-INT-LINHA.
           WRITE ARQ-CONTA-I FROM WS-INT-LINHA.
           ADD 1 TO WS-INT-CNT.

       7150-EXPORTAR-CONTA-FIM.
           EXIT.

       7160-EXPORTAR-FOLHA SECTION.
           MOVE SPACES TO WS-INT-LINHA.
           STRING WS-TAB-ID-FUNC(WS-FUNC-IDX) ';'
                  WS-TAB-NOME-FUNC(WS-FUNC-IDX) ';'
                  WS-TAB-ID-CARGO-FUNC(WS-FUNC-IDX) ';'
                  WS-TAB-ID-DEP-FUNC-T(WS-FUNC-IDX) ';'
                  WS-CALC-SAL-BRUTO ';' WS-CALC-INSS ';'
                  WS-CALC-IRRF ';' WS-CALC-FGTS ';' WS-CALC-LIQUIDO
               DELIMITED BY SIZE INTO WS-INT-LINHA.
           WRITE ARQ-FOLHA-I FROM WS-INT-LINHA.
           ADD 1 TO WS-INT-CNT.
           ADD WS-CALC-LIQUIDO TO WS-INT-HASH.

       7160-EXPORTAR-FOLHA-FIM.
           EXIT.

       7161-EXPORTAR-EVENTOS-FOLHA SECTION.
           PERFORM VARYING WS-EVF-IDX FROM 1 BY 1
                   UNTIL WS-EVF-IDX > WS-EVF-QTD
               MOVE WS-TAB-POS-EV-EF(WS-EVF-IDX) TO WS-EVT-POS
               MOVE WS-TAB-QTD-EF(WS-EVF-IDX) TO FOLHA-EV-QTD
               MOVE SPACES TO WS-INT-LINHA
               STRING 'E;' WS-TAB-ID-FUNC(WS-FUNC-IDX) ';'
                      WS-TAB-COD-EV(WS-EVT-POS) ';'
                      WS-TAB-DESC-EV(WS-EVT-POS) ';'
                      WS-TAB-NATUREZA-EV(WS-EVT-POS) ';'
                      FOLHA-EV-QTD ';'
                      WS-TAB-VALOR-EF(WS-EVF-IDX)
                   DELIMITED BY SIZE INTO WS-INT-LINHA
               WRITE ARQ-FOLHA-I FROM WS-INT-LINHA
               ADD 1 TO WS-INT-CNT
           END-PERFORM.

       7161-EXPORTAR-EVENTOS-FOLHA-FIM.
           EXIT.

       7170-EXPORTAR-CUSTEIO SECTION.
           MOVE WS-TAB-MARGEM-CT(WS-I) TO WS-INT-MARGEM.
           MOVE SPACES TO WS-INT-LINHA.
           STRING WS-TAB-ID-PROJ-CT(WS-I) ';'
                  WS-TAB-ID-DEP-CT(WS-I) ';'
                  WS-TAB-ID-CLIENTE-CT(WS-I) ';'
                  WS-TAB-VALOR-CT(WS-I) ';'
                  WS-TAB-CUSTO-CT(WS-I) ';' WS-INT-MARGEM
               DELIMITED BY SIZE INTO WS-INT-LINHA.
           WRITE ARQ-CUSTEIO-I FROM WS-INT-LINHA.
           ADD 1 TO WS-INT-CNT.
           ADD WS-TAB-CUSTO-CT(WS-I) TO WS-INT-HASH.

       7170-EXPORTAR-CUSTEIO-FIM.
           EXIT.

       7900-MONTAR-TRAILER-INT SECTION.
           MOVE SPACES TO WS-INT-LINHA.
           STRING 'T;' WS-INT-CNT ';' WS-INT-HASH
               DELIMITED BY SIZE INTO WS-INT-LINHA.

       7900-MONTAR-TRAILER-INT-FIM.
           EXIT.

       2110-VALIDAR-CLIENTE SECTION.
           MOVE 'S' TO WS-CLI-VALIDO.
           MOVE SPACES TO WS-CLI-MOTIVO-COD.
           MOVE SPACES TO WS-CLI-MOTIVO-TXT.

           IF ARQ-L-CPF NOT EQUAL SPACES AND ARQ-L-CNPJ NOT EQUAL SPACES
               MOVE 'N' TO WS-CLI-VALIDO
               MOVE '01' TO WS-CLI-MOTIVO-COD
               MOVE 'CPF E CNPJ PREENCHIDOS' TO WS-CLI-MOTIVO-TXT
           ELSE
               IF ARQ-L-CPF EQUAL SPACES AND ARQ-L-CNPJ EQUAL SPACES
                   MOVE 'N' TO WS-CLI-VALIDO
                   MOVE '02' TO WS-CLI-MOTIVO-COD
                   MOVE 'CPF E CNPJ EM BRANCO' TO WS-CLI-MOTIVO-TXT
               ELSE
                   IF ARQ-L-CPF NOT EQUAL SPACES
                       IF ARQ-L-CPF(1:5) NOT EQUAL 'ANON-'
                           PERFORM 8100-VALIDAR-CPF
                       END-IF
                   ELSE
                       PERFORM 8200-VALIDAR-CNPJ
                   END-IF
               END-IF
           END-IF.

       2110-VALIDAR-CLIENTE-FIM.
           EXIT.

       2140-GERAR-CARTEIRA-CLIENTES SECTION.
           PERFORM 2141-CARREGAR-TAB-PROJETOS.
           PERFORM 2142-CARREGAR-CLIENTES-VALIDOS.

           OPEN OUTPUT CARTEIRA-CLIENTES-S.
           IF AS-STATUS-S22 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S22
           END-IF.
           MOVE WS-ARQ-CARTEIRA-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           WRITE ARQ-CARTEIRA-S FROM CARTEIRA-TITULO-FIELDS.
           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-CARTEIRA-S FROM RELATORIO-DATA-FIELDS.

           MOVE ZEROS TO WS-CNT-CARTEIRA.
           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
                   UNTIL WS-CART-IDX > WS-CART-QTD
               MOVE WS-TAB-ID-CLI-CA(WS-CART-IDX) TO CART-CLI-ID
               MOVE WS-TAB-NOME-CLI-CA(WS-CART-IDX) TO CART-CLI-NOME
               WRITE ARQ-CARTEIRA-S FROM CARTEIRA-CLIENTE-FIELDS

               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PROJ-TAB-QTD
                   IF WS-TAB-ID-CLI-PT(WS-I)
                           EQUAL WS-TAB-ID-CLI-CA(WS-CART-IDX)
                       MOVE WS-TAB-ID-PROJ-PT(WS-I) TO CART-P-ID
                       MOVE WS-TAB-NOME-PROJ-PT(WS-I) TO CART-P-NOME
                       MOVE WS-TAB-STATUS-PT(WS-I) TO CART-P-STATUS
                       MOVE WS-TAB-VALOR-PT(WS-I) TO CART-P-VALOR
                       MOVE WS-TAB-DATA-PT(WS-I) TO CART-P-DATA
                       WRITE ARQ-CARTEIRA-S FROM CARTEIRA-PROJ-FIELDS

                       ADD WS-TAB-VALOR-PT(WS-I)
                           TO WS-TAB-TOTAL-CA(WS-CART-IDX)
                       ADD 1 TO WS-TAB-QTD-PROJ-CA(WS-CART-IDX)
                       ADD 1 TO WS-CNT-CARTEIRA
                   END-IF
               END-PERFORM

               MOVE WS-TAB-TOTAL-CA(WS-CART-IDX) TO CART-T-VALOR
               MOVE WS-TAB-QTD-PROJ-CA(WS-CART-IDX) TO CART-T-QTD
               WRITE ARQ-CARTEIRA-S FROM CARTEIRA-TOTAL-FIELDS
           END-PERFORM.

           WRITE ARQ-CARTEIRA-S FROM CARTEIRA-SEM-PROJ-FIELDS.
           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
                   UNTIL WS-CART-IDX > WS-CART-QTD
               IF WS-TAB-QTD-PROJ-CA(WS-CART-IDX) EQUAL ZEROS
                   MOVE WS-TAB-ID-CLI-CA(WS-CART-IDX) TO CART-CLI-ID
                   MOVE WS-TAB-NOME-CLI-CA(WS-CART-IDX)
                       TO CART-CLI-NOME
                   WRITE ARQ-CARTEIRA-S FROM CARTEIRA-CLIENTE-FIELDS
               END-IF
           END-PERFORM.

           PERFORM 2143-ORDENAR-CARTEIRA.

           WRITE ARQ-CARTEIRA-S FROM CARTEIRA-RANK-TITULO-FIELDS.
           PERFORM VARYING WS-CART-IDX FROM 1 BY 1
                   UNTIL WS-CART-IDX > WS-CART-QTD
               MOVE WS-CART-IDX TO CART-R-POS
               MOVE WS-TAB-ID-CLI-CA(WS-CART-IDX) TO CART-R-ID
               MOVE WS-TAB-NOME-CLI-CA(WS-CART-IDX) TO CART-R-NOME
               MOVE WS-TAB-TOTAL-CA(WS-CART-IDX) TO CART-R-TOTAL
               WRITE ARQ-CARTEIRA-S FROM CARTEIRA-RANK-FIELDS
           END-PERFORM.

           DISPLAY 'CARTEIRA CLIENTES: CLIENTES = ' WS-CART-QTD
               ' PROJETOS LISTADOS = ' WS-CNT-CARTEIRA.

           CLOSE CARTEIRA-CLIENTES-S.

       2140-GERAR-CARTEIRA-CLIENTES-FIM.
           EXIT.

       2141-CARREGAR-TAB-PROJETOS SECTION.
           IF WS-PROJ-TAB-CARREGADA EQUAL 'S'
               CONTINUE
           ELSE
               PERFORM 2144-LER-ARQ-PROJETOS
               MOVE 'S' TO WS-PROJ-TAB-CARREGADA
           END-IF.

       2141-CARREGAR-TAB-PROJETOS-FIM.
           EXIT.

       2144-LER-ARQ-PROJETOS SECTION.
           MOVE ZEROS TO WS-PROJ-TAB-QTD.
           OPEN INPUT PROJETOS.
           IF AS-STATUS-E5 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E5
           END-IF.

           MOVE 'N' TO AS-FIM5.
           MOVE ZEROS TO WS-DUP-VERIF-LINHA.
           READ PROJETOS.
           IF AS-STATUS-E5 NOT EQUAL TO ZEROS
               MOVE 'S' TO AS-FIM5
           END-IF.

           PERFORM UNTIL AS-FIM5 EQUAL 'S'
               ADD 1 TO WS-DUP-VERIF-LINHA
               MOVE 'P' TO WS-DUP-VERIF-ARQ
               MOVE ARQ-L-ID-PROJETO TO WS-DUP-VERIF-ID
               PERFORM 1970-VERIFICAR-PRIMEIRA-OCORR

               IF WS-DUP-PRIMEIRA EQUAL 'S'
                   IF WS-PROJ-TAB-QTD GREATER THAN OR EQUAL TO 5000
                       MOVE 'PROJETOS-TABELA' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-PROJ-TAB-QTD
                   MOVE ARQ-L-ID-PROJETO
                       TO WS-TAB-ID-PROJ-PT(WS-PROJ-TAB-QTD)
                   MOVE ARQ-L-ID-CLIENTE-PROJ
                       TO WS-TAB-ID-CLI-PT(WS-PROJ-TAB-QTD)
                   MOVE ARQ-L-NOME-PROJ
                       TO WS-TAB-NOME-PROJ-PT(WS-PROJ-TAB-QTD)
                   MOVE ARQ-L-STATUS-PROJ
                       TO WS-TAB-STATUS-PT(WS-PROJ-TAB-QTD)
                   MOVE ARQ-L-VALOR-PROJ
                       TO WS-TAB-VALOR-PT(WS-PROJ-TAB-QTD)
                   MOVE ARQ-L-DATA-ENTREGA-PROJ
                       TO WS-TAB-DATA-PT(WS-PROJ-TAB-QTD)
                   MOVE ARQ-L-ID-DEP-PROJETO
                       TO WS-TAB-ID-DEP-PT(WS-PROJ-TAB-QTD)
                   MOVE ARQ-L-DESCRICAO-PROJ
                       TO WS-TAB-DESC-PT(WS-PROJ-TAB-QTD)
               END-IF

               READ PROJETOS
                   AT END
                       MOVE 'S' TO AS-FIM5
               END-READ
           END-PERFORM.

           CLOSE PROJETOS.

       2144-LER-ARQ-PROJETOS-FIM.
           EXIT.

       2142-CARREGAR-CLIENTES-VALIDOS SECTION.
           MOVE ZEROS TO WS-CART-QTD.
           OPEN INPUT CLIENTES.
           IF AS-STATUS-E1 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E1
           END-IF.

           MOVE 'N' TO AS-FIM1.
           MOVE ZEROS TO WS-DUP-VERIF-LINHA.
           READ CLIENTES.
           IF AS-STATUS-E1 NOT EQUAL TO ZEROS
               MOVE 'S' TO AS-FIM1
           END-IF.

           PERFORM UNTIL AS-FIM1 EQUAL 'S'
               ADD 1 TO WS-DUP-VERIF-LINHA
               MOVE 'C' TO WS-DUP-VERIF-ARQ
               MOVE ARQ-L-ID TO WS-DUP-VERIF-ID
               PERFORM 1970-VERIFICAR-PRIMEIRA-OCORR
               PERFORM 2110-VALIDAR-CLIENTE

               IF WS-DUP-PRIMEIRA EQUAL 'S'
                       AND WS-CLI-VALIDO EQUAL 'S'
                   IF WS-CART-QTD GREATER THAN OR EQUAL TO 5000
                       MOVE 'CARTEIRA-CLIENTES' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-CART-QTD
                   MOVE ARQ-L-ID TO WS-TAB-ID-CLI-CA(WS-CART-QTD)
                   MOVE ARQ-L-NOME TO WS-TAB-NOME-CLI-CA(WS-CART-QTD)
                   MOVE ZEROS TO WS-TAB-TOTAL-CA(WS-CART-QTD)
                   MOVE ZEROS TO WS-TAB-QTD-PROJ-CA(WS-CART-QTD)
               END-IF

               READ CLIENTES
                   AT END
                       MOVE 'S' TO AS-FIM1
               END-READ
           END-PERFORM.

           CLOSE CLIENTES.

       2142-CARREGAR-CLIENTES-VALIDOS-FIM.
           EXIT.

       2143-ORDENAR-CARTEIRA SECTION.
           MOVE 'S' TO WS-CART-TROCA.
           PERFORM UNTIL WS-CART-TROCA EQUAL 'N'
               MOVE 'N' TO WS-CART-TROCA
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-CART-QTD
                   IF WS-TAB-TOTAL-CA(WS-I)
                           LESS THAN WS-TAB-TOTAL-CA(WS-I + 1)
                       MOVE WS-CART-TAB(WS-I) TO WS-CART-TEMP-ENTRY
                       MOVE WS-CART-TAB(WS-I + 1)
                           TO WS-CART-TAB(WS-I)
                       MOVE WS-CART-TEMP-ENTRY
                           TO WS-CART-TAB(WS-I + 1)
                       MOVE 'S' TO WS-CART-TROCA
                   END-IF
               END-PERFORM
           END-PERFORM.

       2143-ORDENAR-CARTEIRA-FIM.
           EXIT.

       2900-GERAR-FATURAMENTO SECTION.
           PERFORM 2901-CARREGAR-CONTAS-RECEBER.
           PERFORM 2931-CARREGAR-REGISTRO-RPS.
           PERFORM 2910-PROCESSAR-RETORNO-COBRANCA.
           PERFORM 2932-PROCESSAR-CANCELAMENTOS-RPS.
           PERFORM 2902-FATURAR-PROJETOS.
           PERFORM 2934-EMITIR-RPS-PENDENTES.

           OPEN OUTPUT FATURAS-S.
           IF AS-STATUS-S34 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S34
           END-IF.
           MOVE WS-ARQ-FATURAS-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           WRITE ARQ-FATURA-S FROM FATURAS-TITULO-FIELDS.
           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-FATURA-S FROM RELATORIO-DATA-FIELDS.

           PERFORM 2903-GERAR-AGING-RECEBER.

           CLOSE FATURAS-S.

           PERFORM 2938-GERAR-LIVRO-FISCAL.

           IF WS-PAR-SIMULACAO EQUAL 'S'
               DISPLAY 'FATURAMENTO: SIMULACAO, CONTAS A RECEBER '
                   'NAO REGRAVADO'
               DISPLAY 'COBRANCA: SIMULACAO, REMESSA DE COBRANCA '
                   'NAO GERADA'
               DISPLAY 'RPS: SIMULACAO, LOTE DE RPS E REGISTRO '
                   'NAO GRAVADOS'
           ELSE
               PERFORM 2936-GERAR-LOTE-RPS
               PERFORM 2920-GERAR-REMESSA-COBRANCA
               PERFORM 2904-REGRAVAR-CONTAS-RECEBER
               PERFORM 2939-REGRAVAR-REGISTRO-RPS
           END-IF.

           DISPLAY 'FATURAMENTO: FATURAS EXISTENTES = '
               WS-CNT-CR-LIDAS.
           DISPLAY 'FATURAMENTO: PARCELAS NOVAS = '
               WS-CNT-FATURAS-NOVAS.

       2900-GERAR-FATURAMENTO-FIM.
           EXIT.

       2901-CARREGAR-CONTAS-RECEBER SECTION.
           MOVE ZEROS TO WS-CR-QTD.
           MOVE ZEROS TO WS-CNT-CR-LIDAS.

           OPEN INPUT CONTAS-RECEBER-F.
           IF AS-STATUS-E14 NOT EQUAL TO ZEROS
               DISPLAY 'CONTAS A RECEBER: ARQUIVO AUSENTE, '
                   'INICIANDO CARTEIRA VAZIA ' AS-STATUS-E14
           ELSE
               MOVE 'N' TO AS-FIM14
               READ CONTAS-RECEBER-F
               IF AS-STATUS-E14 NOT EQUAL TO ZEROS
                   MOVE 'S' TO AS-FIM14
               END-IF

               PERFORM UNTIL AS-FIM14 EQUAL 'S'
                   IF WS-CR-QTD GREATER THAN OR EQUAL TO 15000
                       MOVE 'CONTAS-RECEBER' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-CR-QTD
                   ADD 1 TO WS-CNT-CR-LIDAS
                   MOVE ARQ-CR-ID-PROJETO
                       TO WS-TAB-ID-PROJ-CR(WS-CR-QTD)
                   MOVE ARQ-CR-PARCELA
                       TO WS-TAB-PARCELA-CR(WS-CR-QTD)
                   MOVE ARQ-CR-ID-CLIENTE
                       TO WS-TAB-ID-CLI-CR(WS-CR-QTD)
                   MOVE ARQ-CR-VALOR TO WS-TAB-VALOR-CR(WS-CR-QTD)
                   MOVE ARQ-CR-DATA-EMISSAO
                       TO WS-TAB-EMISSAO-CR(WS-CR-QTD)
                   MOVE ARQ-CR-DATA-VENC
                       TO WS-TAB-VENC-CR(WS-CR-QTD)
                   MOVE ARQ-CR-STATUS TO WS-TAB-STATUS-CR(WS-CR-QTD)
                   IF ARQ-CR-DATA-PAGTO NUMERIC
                       MOVE ARQ-CR-DATA-PAGTO
                           TO WS-TAB-DATA-PAGTO-CR(WS-CR-QTD)
                   ELSE
                       MOVE ZEROS TO WS-TAB-DATA-PAGTO-CR(WS-CR-QTD)
                   END-IF
                   IF ARQ-CR-VALOR-PAGO NUMERIC
                       MOVE ARQ-CR-VALOR-PAGO
                           TO WS-TAB-VALOR-PAGO-CR(WS-CR-QTD)
                   ELSE
                       MOVE ZEROS TO WS-TAB-VALOR-PAGO-CR(WS-CR-QTD)
                   END-IF
                   IF ARQ-CR-VALOR-ULT-RET NUMERIC
                       MOVE ARQ-CR-VALOR-ULT-RET
                           TO WS-TAB-VALOR-ULT-CR(WS-CR-QTD)
                   ELSE
                       MOVE ZEROS TO WS-TAB-VALOR-ULT-CR(WS-CR-QTD)
                   END-IF
                   MOVE ARQ-CR-BOLETO TO WS-TAB-BOLETO-CR(WS-CR-QTD)
                   IF ARQ-CR-NUM-RPS NUMERIC
                       MOVE ARQ-CR-NUM-RPS
                           TO WS-TAB-NUM-RPS-CR(WS-CR-QTD)
                       IF ARQ-CR-NUM-RPS EQUAL ZEROS
                           MOVE 'P' TO WS-TAB-RPS-CR(WS-CR-QTD)
                       ELSE
                           MOVE 'S' TO WS-TAB-RPS-CR(WS-CR-QTD)
                       END-IF
                   ELSE
                       MOVE ZEROS TO WS-TAB-NUM-RPS-CR(WS-CR-QTD)
                       MOVE 'L' TO WS-TAB-RPS-CR(WS-CR-QTD)
                   END-IF

                   READ CONTAS-RECEBER-F
                       AT END
                           MOVE 'S' TO AS-FIM14
                   END-READ
               END-PERFORM

               CLOSE CONTAS-RECEBER-F
           END-IF.

       2901-CARREGAR-CONTAS-RECEBER-FIM.
           EXIT.

       2902-FATURAR-PROJETOS SECTION.
           MOVE ZEROS TO WS-CNT-FATURAS-NOVAS.

           PERFORM 2141-CARREGAR-TAB-PROJETOS.

           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-TAB-QTD
               IF WS-TAB-STATUS-PT(WS-PROJ-IDX) EQUAL 'CONCLUIDO'
                   PERFORM 2905-VERIFICAR-PROJ-FATURADO
                   IF WS-FAT-ACHADO EQUAL 'N'
                       PERFORM 2906-GERAR-PARCELAS-PROJETO
                   END-IF
               END-IF
           END-PERFORM.

       2902-FATURAR-PROJETOS-FIM.
           EXIT.

       2905-VERIFICAR-PROJ-FATURADO SECTION.
           MOVE 'N' TO WS-FAT-ACHADO.
           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > WS-CR-QTD
                      OR WS-FAT-ACHADO EQUAL 'S'
               IF WS-TAB-ID-PROJ-CR(WS-FAT-IDX)
                       EQUAL WS-TAB-ID-PROJ-PT(WS-PROJ-IDX)
                   MOVE 'S' TO WS-FAT-ACHADO
               END-IF
           END-PERFORM.

       2905-VERIFICAR-PROJ-FATURADO-FIM.
           EXIT.

       2906-GERAR-PARCELAS-PROJETO SECTION.
           COMPUTE WS-FAT-VALOR-PARCELA =
               WS-TAB-VALOR-PT(WS-PROJ-IDX) / 3.
           COMPUTE WS-FAT-VALOR-ULTIMA =
               WS-TAB-VALOR-PT(WS-PROJ-IDX)
               - (WS-FAT-VALOR-PARCELA * 2).

           PERFORM VARYING WS-FAT-PARC-IDX FROM 1 BY 1
                   UNTIL WS-FAT-PARC-IDX > 3
               IF WS-CR-QTD GREATER THAN OR EQUAL TO 15000
                   MOVE 'CONTAS-RECEBER' TO WS-ABORT-TABELA
                   PERFORM 9100-ABORTAR-CAPACIDADE
               END-IF
               COMPUTE WS-FAT-VENC-CALC =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO)
                       + (WS-FAT-PARC-IDX * 30))
               ADD 1 TO WS-CR-QTD
               ADD 1 TO WS-CNT-FATURAS-NOVAS
               MOVE WS-TAB-ID-PROJ-PT(WS-PROJ-IDX)
                   TO WS-TAB-ID-PROJ-CR(WS-CR-QTD)
               MOVE WS-FAT-PARC-IDX TO WS-TAB-PARCELA-CR(WS-CR-QTD)
               MOVE WS-TAB-ID-CLI-PT(WS-PROJ-IDX)
                   TO WS-TAB-ID-CLI-CR(WS-CR-QTD)
               IF WS-FAT-PARC-IDX EQUAL 3
                   MOVE WS-FAT-VALOR-ULTIMA
                       TO WS-TAB-VALOR-CR(WS-CR-QTD)
               ELSE
                   MOVE WS-FAT-VALOR-PARCELA
                       TO WS-TAB-VALOR-CR(WS-CR-QTD)
               END-IF
               MOVE WS-DATA-EXECUCAO TO WS-TAB-EMISSAO-CR(WS-CR-QTD)
               MOVE WS-FAT-VENC-CALC TO WS-TAB-VENC-CR(WS-CR-QTD)
               MOVE 'ABERTA' TO WS-TAB-STATUS-CR(WS-CR-QTD)
               MOVE ZEROS TO WS-TAB-DATA-PAGTO-CR(WS-CR-QTD)
               MOVE ZEROS TO WS-TAB-VALOR-PAGO-CR(WS-CR-QTD)
               MOVE ZEROS TO WS-TAB-VALOR-ULT-CR(WS-CR-QTD)
               MOVE 'N' TO WS-TAB-BOLETO-CR(WS-CR-QTD)
               MOVE ZEROS TO WS-TAB-NUM-RPS-CR(WS-CR-QTD)
               MOVE 'P' TO WS-TAB-RPS-CR(WS-CR-QTD)
           END-PERFORM.

       2906-GERAR-PARCELAS-PROJETO-FIM.
           EXIT.

       2903-GERAR-AGING-RECEBER SECTION.
           MOVE ZEROS TO WS-FAT-AVENCER-QTD.
           MOVE ZEROS TO WS-FAT-AVENCER-VALOR.
           MOVE ZEROS TO WS-FAT-V30-QTD.
           MOVE ZEROS TO WS-FAT-V30-VALOR.
           MOVE ZEROS TO WS-FAT-V60-QTD.
           MOVE ZEROS TO WS-FAT-V60-VALOR.
           MOVE ZEROS TO WS-FAT-V90-QTD.
           MOVE ZEROS TO WS-FAT-V90-VALOR.
           MOVE ZEROS TO WS-FAT-V90M-QTD.
           MOVE ZEROS TO WS-FAT-V90M-VALOR.
           MOVE ZEROS TO WS-FAT-PER-QTD.

           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > WS-CR-QTD
               IF WS-TAB-STATUS-CR(WS-FAT-IDX) EQUAL 'ABERTA'
                       OR WS-TAB-STATUS-CR(WS-FAT-IDX) EQUAL 'PARCIAL'
                   MOVE ZEROS TO WS-COB-MULTA
                   MOVE ZEROS TO WS-COB-JUROS
                   IF WS-TAB-STATUS-CR(WS-FAT-IDX) EQUAL 'PARCIAL'
                       MOVE WS-FAT-IDX TO WS-COB-IDX
                       MOVE WS-TAB-DATA-PAGTO-CR(WS-FAT-IDX)
                           TO WS-COB-DATA-PAGTO
                       PERFORM 2915-CALCULAR-ENCARGOS-ATRASO
                   END-IF
                   COMPUTE WS-COB-DEVIDO =
                       WS-TAB-VALOR-CR(WS-FAT-IDX)
                       + WS-COB-MULTA + WS-COB-JUROS
                   IF WS-TAB-VALOR-PAGO-CR(WS-FAT-IDX)
                           LESS THAN WS-COB-DEVIDO
                       COMPUTE WS-FAT-SALDO = WS-COB-DEVIDO
                           - WS-TAB-VALOR-PAGO-CR(WS-FAT-IDX)
                   ELSE
                       MOVE ZEROS TO WS-FAT-SALDO
                   END-IF
                   PERFORM 2907-CLASSIFICAR-FATURA
                   MOVE WS-TAB-ID-CLI-CR(WS-FAT-IDX)
                       TO FAT-D-ID-CLIENTE
                   MOVE WS-TAB-ID-PROJ-CR(WS-FAT-IDX)
                       TO FAT-D-ID-PROJ
                   MOVE WS-TAB-PARCELA-CR(WS-FAT-IDX)
                       TO FAT-D-PARCELA
                   MOVE WS-FAT-SALDO TO FAT-D-VALOR
                   MOVE WS-TAB-VENC-CR(WS-FAT-IDX) TO FAT-D-VENC
                   MOVE WS-FAT-BUCKET TO FAT-D-SITUACAO
                   WRITE ARQ-FATURA-S FROM FATURA-DETALHE-FIELDS
               END-IF
           END-PERFORM.

           MOVE 'A VENCER' TO FAT-A-LABEL.
           MOVE WS-FAT-AVENCER-QTD TO FAT-A-QTD.
           MOVE WS-FAT-AVENCER-VALOR TO FAT-A-VALOR.
           WRITE ARQ-FATURA-S FROM FATURA-AGING-FIELDS.

           MOVE 'VENCIDA ATE 30' TO FAT-A-LABEL.
           MOVE WS-FAT-V30-QTD TO FAT-A-QTD.
           MOVE WS-FAT-V30-VALOR TO FAT-A-VALOR.
           WRITE ARQ-FATURA-S FROM FATURA-AGING-FIELDS.

           MOVE 'VENCIDA ATE 60' TO FAT-A-LABEL.
           MOVE WS-FAT-V60-QTD TO FAT-A-QTD.
           MOVE WS-FAT-V60-VALOR TO FAT-A-VALOR.
           WRITE ARQ-FATURA-S FROM FATURA-AGING-FIELDS.

           MOVE 'VENCIDA ATE 90' TO FAT-A-LABEL.
           MOVE WS-FAT-V90-QTD TO FAT-A-QTD.
           MOVE WS-FAT-V90-VALOR TO FAT-A-VALOR.
           WRITE ARQ-FATURA-S FROM FATURA-AGING-FIELDS.

           MOVE 'VENCIDA +90' TO FAT-A-LABEL.
           MOVE WS-FAT-V90M-QTD TO FAT-A-QTD.
           MOVE WS-FAT-V90M-VALOR TO FAT-A-VALOR.
           WRITE ARQ-FATURA-S FROM FATURA-AGING-FIELDS.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FAT-PER-QTD
               MOVE WS-FAT-PER-REF(WS-I) TO FAT-P-PERIODO
               MOVE WS-FAT-PER-VALOR(WS-I) TO FAT-P-VALOR
               WRITE ARQ-FATURA-S FROM FATURA-PERIODO-FIELDS
           END-PERFORM.

       2903-GERAR-AGING-RECEBER-FIM.
           EXIT.

       2907-CLASSIFICAR-FATURA SECTION.
           COMPUTE WS-FAT-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-EXECUCAO) -
               FUNCTION INTEGER-OF-DATE(WS-TAB-VENC-CR(WS-FAT-IDX)).

           IF WS-FAT-DIAS-ATRASO LESS THAN OR EQUAL TO ZEROS
               MOVE 'A VENCER' TO WS-FAT-BUCKET
               ADD 1 TO WS-FAT-AVENCER-QTD
               ADD WS-FAT-SALDO
                   TO WS-FAT-AVENCER-VALOR
               PERFORM 2908-ACUMULAR-ENTRADA-PERIODO
           ELSE
               IF WS-FAT-DIAS-ATRASO LESS THAN OR EQUAL TO 30
                   MOVE 'VENCIDA-30' TO WS-FAT-BUCKET
                   ADD 1 TO WS-FAT-V30-QTD
                   ADD WS-FAT-SALDO
                       TO WS-FAT-V30-VALOR
               ELSE
                   IF WS-FAT-DIAS-ATRASO LESS THAN OR EQUAL TO 60
                       MOVE 'VENCIDA-60' TO WS-FAT-BUCKET
                       ADD 1 TO WS-FAT-V60-QTD
                       ADD WS-FAT-SALDO
                           TO WS-FAT-V60-VALOR
                   ELSE
                       IF WS-FAT-DIAS-ATRASO LESS THAN OR EQUAL TO 90
                           MOVE 'VENCIDA-90' TO WS-FAT-BUCKET
                           ADD 1 TO WS-FAT-V90-QTD
                           ADD WS-FAT-SALDO
                               TO WS-FAT-V90-VALOR
                       ELSE
                           MOVE 'VENCIDA+90' TO WS-FAT-BUCKET
                           ADD 1 TO WS-FAT-V90M-QTD
                           ADD WS-FAT-SALDO
                               TO WS-FAT-V90M-VALOR
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2907-CLASSIFICAR-FATURA-FIM.
           EXIT.

       2908-ACUMULAR-ENTRADA-PERIODO SECTION.
           MOVE 'N' TO WS-FAT-ACHADO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FAT-PER-QTD
                      OR WS-FAT-ACHADO EQUAL 'S'
               IF WS-FAT-PER-REF(WS-I)
                       EQUAL WS-TAB-VENC-CR(WS-FAT-IDX)(1:6)
                   ADD WS-FAT-SALDO
                       TO WS-FAT-PER-VALOR(WS-I)
                   MOVE 'S' TO WS-FAT-ACHADO
               END-IF
           END-PERFORM.

           IF WS-FAT-ACHADO EQUAL 'N'
               IF WS-FAT-PER-QTD GREATER THAN OR EQUAL TO 60
                   MOVE 'FATURAS-PERIODO' TO WS-ABORT-TABELA
                   PERFORM 9100-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WS-FAT-PER-QTD
               MOVE WS-TAB-VENC-CR(WS-FAT-IDX)(1:6)
                   TO WS-FAT-PER-REF(WS-FAT-PER-QTD)
               MOVE WS-FAT-SALDO
                   TO WS-FAT-PER-VALOR(WS-FAT-PER-QTD)
           END-IF.

       2908-ACUMULAR-ENTRADA-PERIODO-FIM.
           EXIT.

       2904-REGRAVAR-CONTAS-RECEBER SECTION.
           OPEN OUTPUT CONTAS-RECEBER-F.
           IF AS-STATUS-E14 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E14
           END-IF.

           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > WS-CR-QTD
               MOVE SPACES TO ARQ-CONTAS-RECEBER
               MOVE WS-TAB-ID-PROJ-CR(WS-FAT-IDX)
                   TO ARQ-CR-ID-PROJETO
               MOVE WS-TAB-PARCELA-CR(WS-FAT-IDX) TO ARQ-CR-PARCELA
               MOVE WS-TAB-ID-CLI-CR(WS-FAT-IDX) TO ARQ-CR-ID-CLIENTE
               MOVE WS-TAB-VALOR-CR(WS-FAT-IDX) TO ARQ-CR-VALOR
               MOVE WS-TAB-EMISSAO-CR(WS-FAT-IDX)
                   TO ARQ-CR-DATA-EMISSAO
               MOVE WS-TAB-VENC-CR(WS-FAT-IDX) TO ARQ-CR-DATA-VENC
               MOVE WS-TAB-STATUS-CR(WS-FAT-IDX) TO ARQ-CR-STATUS
               MOVE WS-TAB-DATA-PAGTO-CR(WS-FAT-IDX)
                   TO ARQ-CR-DATA-PAGTO
               MOVE WS-TAB-VALOR-PAGO-CR(WS-FAT-IDX)
                   TO ARQ-CR-VALOR-PAGO
               MOVE WS-TAB-BOLETO-CR(WS-FAT-IDX) TO ARQ-CR-BOLETO
               MOVE WS-TAB-VALOR-ULT-CR(WS-FAT-IDX)
                   TO ARQ-CR-VALOR-ULT-RET
               IF WS-TAB-RPS-CR(WS-FAT-IDX) NOT EQUAL 'L'
                   MOVE WS-TAB-NUM-RPS-CR(WS-FAT-IDX)
                       TO ARQ-CR-NUM-RPS
               END-IF
               WRITE ARQ-CONTAS-RECEBER
           END-PERFORM.

           CLOSE CONTAS-RECEBER-F.

       2904-REGRAVAR-CONTAS-RECEBER-FIM.
           EXIT.

       2909-CARREGAR-DADOS-CLIENTES SECTION.
           IF WS-CLD-CARREGADA EQUAL 'S'
               CONTINUE
           ELSE
               PERFORM 2925-LER-DADOS-CLIENTES
               MOVE 'S' TO WS-CLD-CARREGADA
           END-IF.

       2909-CARREGAR-DADOS-CLIENTES-FIM.
           EXIT.

       2925-LER-DADOS-CLIENTES SECTION.
           MOVE ZEROS TO WS-CLD-QTD.
           OPEN INPUT CLIENTES.
           IF AS-STATUS-E1 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E1
           END-IF.

           MOVE 'N' TO AS-FIM1.
           MOVE ZEROS TO WS-DUP-VERIF-LINHA.
           READ CLIENTES.
           IF AS-STATUS-E1 NOT EQUAL TO ZEROS
               MOVE 'S' TO AS-FIM1
           END-IF.

           PERFORM UNTIL AS-FIM1 EQUAL 'S'
               ADD 1 TO WS-DUP-VERIF-LINHA
               MOVE 'C' TO WS-DUP-VERIF-ARQ
               MOVE ARQ-L-ID TO WS-DUP-VERIF-ID
               PERFORM 1970-VERIFICAR-PRIMEIRA-OCORR
               PERFORM 2110-VALIDAR-CLIENTE

               IF WS-DUP-PRIMEIRA EQUAL 'S'
                       AND WS-CLI-VALIDO EQUAL 'S'
                   IF WS-CLD-QTD GREATER THAN OR EQUAL TO 5000
                       MOVE 'DADOS-CLIENTES' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-CLD-QTD
                   MOVE ARQ-L-ID TO WS-TAB-ID-CLI-CD(WS-CLD-QTD)
                   MOVE ARQ-L-NOME TO WS-TAB-NOME-CLI-CD(WS-CLD-QTD)
                   MOVE ARQ-L-ENDERECO
                       TO WS-TAB-END-CLI-CD(WS-CLD-QTD)
                   MOVE ARQ-L-CPF TO WS-TAB-CPF-CLI-CD(WS-CLD-QTD)
                   MOVE ARQ-L-CNPJ TO WS-TAB-CNPJ-CLI-CD(WS-CLD-QTD)
                   MOVE ARQ-L-STATUS
                       TO WS-TAB-STATUS-CLI-CD(WS-CLD-QTD)
                   MOVE ZEROS TO WS-TAB-INSCRICAO-CD(WS-CLD-QTD)
                   IF ARQ-L-CPF NOT EQUAL SPACES
                       MOVE 1 TO WS-TAB-TIPO-INSC-CD(WS-CLD-QTD)
                       MOVE ARQ-L-CPF TO WS-CPF-TXT
                       IF ARQ-L-CPF(1:5) NOT EQUAL 'ANON-'
                           COMPUTE WS-TAB-INSCRICAO-CD(WS-CLD-QTD) =
                               (WS-CPF-P1 * 100000000)
                               + (WS-CPF-P2 * 100000)
                               + (WS-CPF-P3 * 100)
                               + WS-CPF-P4
                       END-IF
                   ELSE
                       MOVE 2 TO WS-TAB-TIPO-INSC-CD(WS-CLD-QTD)
                       MOVE ARQ-L-CNPJ TO WS-CNPJ-TXT
                       COMPUTE WS-TAB-INSCRICAO-CD(WS-CLD-QTD) =
                           (WS-CNPJ-P1 * 1000000000000)
                           + (WS-CNPJ-P2 * 1000000000)
                           + (WS-CNPJ-P3 * 1000000)
                           + (WS-CNPJ-P4 * 100)
                           + WS-CNPJ-P5
                   END-IF
               END-IF

               READ CLIENTES
                   AT END
                       MOVE 'S' TO AS-FIM1
               END-READ
           END-PERFORM.

           CLOSE CLIENTES.

       2925-LER-DADOS-CLIENTES-FIM.
           EXIT.

       2923-LOCALIZAR-CLIENTE SECTION.
           PERFORM 2909-CARREGAR-DADOS-CLIENTES.
           MOVE 'N' TO WS-CLD-ACHADO.
           PERFORM VARYING WS-CLD-IDX FROM 1 BY 1
                   UNTIL WS-CLD-IDX > WS-CLD-QTD
                      OR WS-CLD-ACHADO EQUAL 'S'
               IF WS-TAB-ID-CLI-CD(WS-CLD-IDX) EQUAL WS-CLD-ID-BUSCA
                   MOVE 'S' TO WS-CLD-ACHADO
               END-IF
           END-PERFORM.
           IF WS-CLD-ACHADO EQUAL 'S'
               SUBTRACT 1 FROM WS-CLD-IDX
           END-IF.

       2923-LOCALIZAR-CLIENTE-FIM.
           EXIT.

       2910-PROCESSAR-RETORNO-COBRANCA SECTION.
           MOVE ZEROS TO WS-CNT-COB-DETALHES.
           MOVE ZEROS TO WS-CNT-COB-PAGAS.
           MOVE ZEROS TO WS-CNT-COB-PARCIAIS.
           MOVE ZEROS TO WS-CNT-COB-BAIXADAS.
           MOVE ZEROS TO WS-CNT-COB-CONFIRMADAS.
           MOVE ZEROS TO WS-CNT-COB-REJEITADAS.
           MOVE ZEROS TO WS-CNT-COB-REPETIDOS.
           MOVE ZEROS TO WS-CNT-COB-NAO-APLIC.
           MOVE ZEROS TO WS-COB-VALOR-APLICADO.
           MOVE ZEROS TO WS-COB-VALOR-ENCARGOS.
           MOVE ZEROS TO WS-COB-VALOR-NAO-APLIC.

           OPEN INPUT RETORNO-COBRANCA.
           IF AS-STATUS-E23 NOT EQUAL TO ZEROS
               DISPLAY 'RETORNO COBRANCA: ARQUIVO AUSENTE, '
                   'BAIXA DE PARCELAS IGNORADA ' AS-STATUS-E23
           ELSE
               OPEN OUTPUT NAO-APLICADOS-S
               IF AS-STATUS-S43 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-S43
               END-IF
               MOVE WS-ARQ-NAO-APLICADOS-S TO WS-GER-NOME-REG
               PERFORM 1125-REGISTRAR-UMA-SAIDA

               WRITE ARQ-NAO-APLICADOS-S
                   FROM NAO-APLICADOS-TITULO-FIELDS
               MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO
               WRITE ARQ-NAO-APLICADOS-S FROM RELATORIO-DATA-FIELDS

               MOVE 'N' TO WS-COB-T-PENDENTE
               MOVE 'N' TO AS-FIM22
               READ RETORNO-COBRANCA
               IF AS-STATUS-E23 NOT EQUAL TO ZEROS
                   MOVE 'S' TO AS-FIM22
               END-IF

               PERFORM UNTIL AS-FIM22 EQUAL 'S'
                   EVALUATE ARQ-RC-TIPO-REG
                       WHEN '0'
                       WHEN '1'
                       WHEN '5'
                       WHEN '9'
                           CONTINUE
                       WHEN '3'
                           IF ARQ-RC-SEGMENTO EQUAL 'T'
                               PERFORM 2911-GUARDAR-SEGMENTO-T
                           ELSE
                           IF ARQ-RC-SEGMENTO EQUAL 'U'
                               IF WS-COB-T-PENDENTE EQUAL 'S'
                                   PERFORM 2912-TRATAR-SEGMENTO-U
                               ELSE
                                   DISPLAY 'RETORNO COBRANCA: SEGMENTO '
                                       'U SEM SEGMENTO T, NSR '
                                       ARQ-RC-NSR
                               END-IF
                           END-IF
                           END-IF
                       WHEN OTHER
                           DISPLAY 'RETORNO COBRANCA: TIPO DE '
                               'REGISTRO INVALIDO: ' ARQ-RC-TIPO-REG
                   END-EVALUATE

                   READ RETORNO-COBRANCA
                       AT END
                           MOVE 'S' TO AS-FIM22
                   END-READ
               END-PERFORM

               CLOSE RETORNO-COBRANCA

               PERFORM 2919-GRAVAR-TOTAIS-RETORNO-COB

               CLOSE NAO-APLICADOS-S

               DISPLAY 'RETORNO COBRANCA: DETALHES LIDOS = '
                   WS-CNT-COB-DETALHES
               DISPLAY 'RETORNO COBRANCA: PAGAS = ' WS-CNT-COB-PAGAS
                   ' PARCIAIS = ' WS-CNT-COB-PARCIAIS
                   ' BAIXADAS = ' WS-CNT-COB-BAIXADAS
               DISPLAY 'RETORNO COBRANCA: VALOR APLICADO = '
                   WS-COB-VALOR-APLICADO
                   ' ENCARGOS = ' WS-COB-VALOR-ENCARGOS
               DISPLAY 'RETORNO COBRANCA: NAO APLICADOS = '
                   WS-CNT-COB-NAO-APLIC
                   ' VALOR = ' WS-COB-VALOR-NAO-APLIC
               IF WS-CNT-COB-REPETIDOS GREATER THAN ZEROS
                   DISPLAY 'RETORNO COBRANCA: OCORRENCIAS JA '
                       'APLICADAS, IGNORADAS = ' WS-CNT-COB-REPETIDOS
               END-IF
           END-IF.

       2910-PROCESSAR-RETORNO-COBRANCA-FIM.
           EXIT.

       2911-GUARDAR-SEGMENTO-T SECTION.
           MOVE 'S' TO WS-COB-T-PENDENTE.
           MOVE ARQ-RC-MOVIMENTO TO WS-COB-MOVIMENTO.
           MOVE ARQ-RC-T-NOSSO-NUM TO WS-COB-NOSSO-NUM.
           MOVE ARQ-RC-T-MOTIVO TO WS-COB-MOTIVO.
           MOVE ARQ-RC-T-NOME TO WS-COB-PAGADOR.

       2911-GUARDAR-SEGMENTO-T-FIM.
           EXIT.

       2912-TRATAR-SEGMENTO-U SECTION.
           ADD 1 TO WS-CNT-COB-DETALHES.
           MOVE 'N' TO WS-COB-T-PENDENTE.

           IF ARQ-RC-U-DATA-OCORR NUMERIC
                   AND ARQ-RC-U-DATA-OCORR GREATER THAN ZEROS
               MOVE ARQ-RC-U-DATA-OCORR TO WS-COB-DATA-PAGTO
           ELSE
               MOVE WS-DATA-EXECUCAO TO WS-COB-DATA-PAGTO
           END-IF.

           IF ARQ-RC-U-VALOR-PAGO NUMERIC
               COMPUTE WS-COB-VALOR-PAGO = ARQ-RC-U-VALOR-PAGO / 100
           ELSE
               MOVE ZEROS TO WS-COB-VALOR-PAGO
           END-IF.

           PERFORM 2913-LOCALIZAR-PARCELA.

           EVALUATE WS-COB-MOVIMENTO
               WHEN '06'
               WHEN '17'
                   PERFORM 2914-LIQUIDAR-PARCELA
               WHEN '09'
                   PERFORM 2916-BAIXAR-PARCELA
               WHEN '02'
                   ADD 1 TO WS-CNT-COB-CONFIRMADAS
               WHEN '03'
                   PERFORM 2917-REJEITAR-ENTRADA
               WHEN OTHER
                   DISPLAY 'RETORNO COBRANCA: MOVIMENTO NAO TRATADO: '
                       WS-COB-MOVIMENTO ' NOSSO NUMERO: '
                       WS-COB-NOSSO-NUM
           END-EVALUATE.

       2912-TRATAR-SEGMENTO-U-FIM.
           EXIT.

       2913-LOCALIZAR-PARCELA SECTION.
           MOVE 'N' TO WS-COB-ACHADO.
           MOVE ZEROS TO WS-COB-IDX.

           IF WS-COB-NOSSO-NUM(1:8) NUMERIC
               PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                       UNTIL WS-FAT-IDX > WS-CR-QTD
                          OR WS-COB-ACHADO EQUAL 'S'
                   IF WS-TAB-ID-PROJ-CR(WS-FAT-IDX)
                           EQUAL WS-COB-NN-PROJ
                           AND WS-TAB-PARCELA-CR(WS-FAT-IDX)
                           EQUAL WS-COB-NN-PARCELA
                       MOVE 'S' TO WS-COB-ACHADO
                       MOVE WS-FAT-IDX TO WS-COB-IDX
                   END-IF
               END-PERFORM
           END-IF.

       2913-LOCALIZAR-PARCELA-FIM.
           EXIT.

       2914-LIQUIDAR-PARCELA SECTION.
           IF WS-COB-ACHADO EQUAL 'N'
               MOVE WS-COB-VALOR-PAGO TO WS-COB-VALOR-NA
               MOVE 'NOSSO NUMERO SEM PARCELA CORRESPONDENTE'
                   TO WS-COB-MOTIVO-NA
               PERFORM 2918-GRAVAR-NAO-APLICADO
           ELSE
           IF (WS-TAB-STATUS-CR(WS-COB-IDX) EQUAL 'PAGA'
                   OR WS-TAB-STATUS-CR(WS-COB-IDX) EQUAL 'PARCIAL')
                   AND WS-TAB-DATA-PAGTO-CR(WS-COB-IDX)
                       EQUAL WS-COB-DATA-PAGTO
                   AND WS-TAB-VALOR-ULT-CR(WS-COB-IDX)
                       EQUAL WS-COB-VALOR-PAGO
               ADD 1 TO WS-CNT-COB-REPETIDOS
               MOVE WS-COB-VALOR-PAGO TO WS-COB-VALOR-NA
               MOVE 'OCORRENCIA JA APLICADA (MESMA DATA E VALOR)'
                   TO WS-COB-MOTIVO-NA
               PERFORM 2918-GRAVAR-NAO-APLICADO
           ELSE
           IF WS-TAB-STATUS-CR(WS-COB-IDX) NOT EQUAL 'ABERTA'
                   AND WS-TAB-STATUS-CR(WS-COB-IDX) NOT EQUAL 'PARCIAL'
               MOVE WS-COB-VALOR-PAGO TO WS-COB-VALOR-NA
               MOVE 'PARCELA JA LIQUIDADA, BAIXADA OU CANCELADA'
                   TO WS-COB-MOTIVO-NA
               PERFORM 2918-GRAVAR-NAO-APLICADO
           ELSE
               PERFORM 2915-CALCULAR-ENCARGOS-ATRASO
               COMPUTE WS-COB-DEVIDO =
                   WS-TAB-VALOR-CR(WS-COB-IDX)
                   + WS-COB-MULTA + WS-COB-JUROS
               COMPUTE WS-COB-ACUMULADO =
                   WS-TAB-VALOR-PAGO-CR(WS-COB-IDX)
                   + WS-COB-VALOR-PAGO
               MOVE WS-COB-DATA-PAGTO
                   TO WS-TAB-DATA-PAGTO-CR(WS-COB-IDX)
               MOVE WS-COB-VALOR-PAGO
                   TO WS-TAB-VALOR-ULT-CR(WS-COB-IDX)

               IF WS-COB-ACUMULADO NOT LESS THAN WS-COB-DEVIDO
                   MOVE 'PAGA' TO WS-TAB-STATUS-CR(WS-COB-IDX)
                   ADD 1 TO WS-CNT-COB-PAGAS
                   ADD WS-COB-MULTA TO WS-COB-VALOR-ENCARGOS
                   ADD WS-COB-JUROS TO WS-COB-VALOR-ENCARGOS
                   COMPUTE WS-COB-VALOR-APLICADO =
                       WS-COB-VALOR-APLICADO + WS-COB-DEVIDO
                       - WS-TAB-VALOR-PAGO-CR(WS-COB-IDX)
                   MOVE WS-COB-DEVIDO
                       TO WS-TAB-VALOR-PAGO-CR(WS-COB-IDX)
                   IF WS-COB-ACUMULADO GREATER THAN WS-COB-DEVIDO
                       COMPUTE WS-COB-VALOR-NA =
                           WS-COB-ACUMULADO - WS-COB-DEVIDO
                       MOVE 'PAGAMENTO EXCEDENTE AO VALOR DEVIDO'
                           TO WS-COB-MOTIVO-NA
                       PERFORM 2918-GRAVAR-NAO-APLICADO
                   END-IF
               ELSE
                   MOVE 'PARCIAL' TO WS-TAB-STATUS-CR(WS-COB-IDX)
                   ADD 1 TO WS-CNT-COB-PARCIAIS
                   ADD WS-COB-VALOR-PAGO TO WS-COB-VALOR-APLICADO
                   MOVE WS-COB-ACUMULADO
                       TO WS-TAB-VALOR-PAGO-CR(WS-COB-IDX)
               END-IF
           END-IF
           END-IF
           END-IF.

       2914-LIQUIDAR-PARCELA-FIM.
           EXIT.

       2915-CALCULAR-ENCARGOS-ATRASO SECTION.
           MOVE ZEROS TO WS-COB-MULTA.
           MOVE ZEROS TO WS-COB-JUROS.

           COMPUTE WS-COB-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WS-COB-DATA-PAGTO) -
               FUNCTION INTEGER-OF-DATE(WS-TAB-VENC-CR(WS-COB-IDX)).

           IF WS-COB-DIAS-ATRASO GREATER THAN ZEROS
               COMPUTE WS-COB-MULTA ROUNDED =
                   WS-TAB-VALOR-CR(WS-COB-IDX)
                   * WS-PAR-MULTA-MORA / 100
               COMPUTE WS-COB-JUROS ROUNDED =
                   WS-TAB-VALOR-CR(WS-COB-IDX)
                   * WS-PAR-JUROS-MES / 100
                   * WS-COB-DIAS-ATRASO / 30
           END-IF.

       2915-CALCULAR-ENCARGOS-ATRASO-FIM.
           EXIT.

       2916-BAIXAR-PARCELA SECTION.
           IF WS-COB-ACHADO EQUAL 'N'
               MOVE 'RETORNO-COBRANCA' TO WS-EXC-ORIGEM
               MOVE SPACES TO WS-EXC-CHAVE
               STRING 'NOSSO-NUM=' WS-COB-NOSSO-NUM
                   DELIMITED BY SIZE INTO WS-EXC-CHAVE
               MOVE 'A' TO WS-EXC-SEVERIDADE
               MOVE 'BAIXA DO BANCO SEM PARCELA CORRESPONDENTE'
                   TO WS-EXC-MOTIVO
               PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
           ELSE
           IF WS-TAB-STATUS-CR(WS-COB-IDX) EQUAL 'ABERTA'
                   OR WS-TAB-STATUS-CR(WS-COB-IDX) EQUAL 'PARCIAL'
               MOVE 'BAIXADA' TO WS-TAB-STATUS-CR(WS-COB-IDX)
               MOVE WS-COB-DATA-PAGTO
                   TO WS-TAB-DATA-PAGTO-CR(WS-COB-IDX)
               ADD 1 TO WS-CNT-COB-BAIXADAS
           ELSE
               ADD 1 TO WS-CNT-COB-REPETIDOS
           END-IF
           END-IF.

       2916-BAIXAR-PARCELA-FIM.
           EXIT.

       2917-REJEITAR-ENTRADA SECTION.
           ADD 1 TO WS-CNT-COB-REJEITADAS.

           MOVE 'RETORNO-COBRANCA' TO WS-EXC-ORIGEM.
           MOVE SPACES TO WS-EXC-CHAVE.
           STRING 'NOSSO-NUM=' WS-COB-NOSSO-NUM(1:8)
                  ' MOTIVO=' WS-COB-MOTIVO
               DELIMITED BY SIZE INTO WS-EXC-CHAVE.
           MOVE 'E' TO WS-EXC-SEVERIDADE.

           IF WS-COB-ACHADO EQUAL 'S'
                   AND WS-TAB-STATUS-CR(WS-COB-IDX) EQUAL 'ABERTA'
               MOVE 'N' TO WS-TAB-BOLETO-CR(WS-COB-IDX)
               MOVE 'BOLETO REJEITADO, REENVIO NA PROXIMA REMESSA'
                   TO WS-EXC-MOTIVO
           ELSE
               MOVE 'BOLETO REJEITADO SEM PARCELA EM ABERTO'
                   TO WS-EXC-MOTIVO
           END-IF.
           PERFORM 3900-GRAVAR-EXC-CONSOLIDADA.

       2917-REJEITAR-ENTRADA-FIM.
           EXIT.

       2918-GRAVAR-NAO-APLICADO SECTION.
           ADD 1 TO WS-CNT-COB-NAO-APLIC.
           ADD WS-COB-VALOR-NA TO WS-COB-VALOR-NAO-APLIC.

           MOVE WS-COB-NOSSO-NUM TO NAP-D-NOSSO-NUM.
           MOVE WS-COB-DATA-PAGTO TO NAP-D-DATA.
           MOVE WS-COB-VALOR-NA TO NAP-D-VALOR.
           MOVE WS-COB-PAGADOR TO NAP-D-PAGADOR.
           MOVE WS-COB-MOTIVO-NA TO NAP-D-MOTIVO.
           WRITE ARQ-NAO-APLICADOS-S FROM NAO-APLICADO-DETALHE-FIELDS.

       2918-GRAVAR-NAO-APLICADO-FIM.
           EXIT.

       2919-GRAVAR-TOTAIS-RETORNO-COB SECTION.
           MOVE 'DETALHES NO RETORNO' TO NAP-T-LABEL.
           MOVE WS-CNT-COB-DETALHES TO NAP-T-QTD.
           MOVE ZEROS TO NAP-T-VALOR.
           WRITE ARQ-NAO-APLICADOS-S FROM NAO-APLICADO-TOTAL-FIELDS.

           MOVE 'PARCELAS PAGAS' TO NAP-T-LABEL.
           MOVE WS-CNT-COB-PAGAS TO NAP-T-QTD.
           MOVE ZEROS TO NAP-T-VALOR.
           WRITE ARQ-NAO-APLICADOS-S FROM NAO-APLICADO-TOTAL-FIELDS.

           MOVE 'PARCELAS PARCIAIS' TO NAP-T-LABEL.
           MOVE WS-CNT-COB-PARCIAIS TO NAP-T-QTD.
           MOVE ZEROS TO NAP-T-VALOR.
           WRITE ARQ-NAO-APLICADOS-S FROM NAO-APLICADO-TOTAL-FIELDS.

           MOVE 'VALOR APLICADO' TO NAP-T-LABEL.
           COMPUTE NAP-T-QTD = WS-CNT-COB-PAGAS + WS-CNT-COB-PARCIAIS.
           MOVE WS-COB-VALOR-APLICADO TO NAP-T-VALOR.
           WRITE ARQ-NAO-APLICADOS-S FROM NAO-APLICADO-TOTAL-FIELDS.

           MOVE 'JUROS E MULTA' TO NAP-T-LABEL.
           MOVE WS-CNT-COB-PAGAS TO NAP-T-QTD.
           MOVE WS-COB-VALOR-ENCARGOS TO NAP-T-VALOR.
           WRITE ARQ-NAO-APLICADOS-S FROM NAO-APLICADO-TOTAL-FIELDS.

           MOVE 'PARCELAS BAIXADAS' TO NAP-T-LABEL.
           MOVE WS-CNT-COB-BAIXADAS TO NAP-T-QTD.
           MOVE ZEROS TO NAP-T-VALOR.
           WRITE ARQ-NAO-APLICADOS-S FROM NAO-APLICADO-TOTAL-FIELDS.

           MOVE 'ENTRADAS CONFIRMADAS' TO NAP-T-LABEL.
           MOVE WS-CNT-COB-CONFIRMADAS TO NAP-T-QTD.
           MOVE ZEROS TO NAP-T-VALOR.
           WRITE ARQ-NAO-APLICADOS-S FROM NAO-APLICADO-TOTAL-FIELDS.

           MOVE 'ENTRADAS REJEITADAS' TO NAP-T-LABEL.
           MOVE WS-CNT-COB-REJEITADAS TO NAP-T-QTD.
           MOVE ZEROS TO NAP-T-VALOR.
           WRITE ARQ-NAO-APLICADOS-S FROM NAO-APLICADO-TOTAL-FIELDS.

           MOVE 'JA APLICADOS' TO NAP-T-LABEL.
           MOVE WS-CNT-COB-REPETIDOS TO NAP-T-QTD.
           MOVE ZEROS TO NAP-T-VALOR.
           WRITE ARQ-NAO-APLICADOS-S FROM NAO-APLICADO-TOTAL-FIELDS.

           MOVE 'NAO APLICADOS' TO NAP-T-LABEL.
           MOVE WS-CNT-COB-NAO-APLIC TO NAP-T-QTD.
           MOVE WS-COB-VALOR-NAO-APLIC TO NAP-T-VALOR.
           WRITE ARQ-NAO-APLICADOS-S FROM NAO-APLICADO-TOTAL-FIELDS.

       2919-GRAVAR-TOTAIS-RETORNO-COB-FIM.
           EXIT.

       2920-GERAR-REMESSA-COBRANCA SECTION.
           MOVE ZEROS TO WS-COB-PENDENTES.
           MOVE ZEROS TO WS-CNT-COB-BOLETOS.
           MOVE ZEROS TO WS-CNT-COB-PEDIDOS-BX.
           MOVE ZEROS TO WS-COB-VALOR-BOLETOS.

           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > WS-CR-QTD
               IF WS-TAB-STATUS-CR(WS-FAT-IDX) EQUAL 'ABERTA'
                       AND WS-TAB-BOLETO-CR(WS-FAT-IDX) EQUAL 'N'
                       AND WS-TAB-RPS-CR(WS-FAT-IDX) NOT EQUAL 'P'
                   ADD 1 TO WS-COB-PENDENTES
               END-IF
               IF WS-TAB-BOLETO-CR(WS-FAT-IDX) EQUAL 'B'
                   ADD 1 TO WS-COB-PENDENTES
               END-IF
           END-PERFORM.

           IF WS-COB-PENDENTES EQUAL ZEROS
               DISPLAY 'REMESSA COBRANCA: SEM PARCELAS A EMITIR, '
                   'REMESSA NAO GERADA'
           ELSE
               OPEN OUTPUT REMESSA-COBRANCA-S
               IF AS-STATUS-S42 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-S42
               END-IF
               MOVE WS-ARQ-REM-COBRANCA-S TO WS-GER-NOME-REG
               PERFORM 1125-REGISTRAR-UMA-SAIDA

               MOVE ZEROS TO WS-CNAB-NSR
               MOVE ZEROS TO WS-CNAB-QTD-REG-LOTE
               MOVE ZEROS TO WS-CNAB-SOMA-VALORES

               PERFORM 2783-MONTAR-HEADER-ARQ
               WRITE ARQ-REMESSA-COBRANCA-S FROM CNAB0-HEADER-ARQ
               MOVE WS-NSA-ATUAL TO CNABC1-NUM-REMESSA
               MOVE WS-DATA-EXECUCAO TO CNABC1-DATA-GRAVACAO
               WRITE ARQ-REMESSA-COBRANCA-S FROM CNABC1-HEADER-LOTE

               PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                       UNTIL WS-FAT-IDX > WS-CR-QTD
                   IF WS-TAB-BOLETO-CR(WS-FAT-IDX) EQUAL 'B'
                       MOVE 2 TO CNAB3P-MOVIMENTO
                       PERFORM 2921-MONTAR-SEGMENTO-P
                       WRITE ARQ-REMESSA-COBRANCA-S
                           FROM CNAB3P-SEGMENTO-P
                       MOVE 1 TO CNAB3P-MOVIMENTO
                       ADD 1 TO WS-CNAB-QTD-REG-LOTE
                       ADD 1 TO WS-CNT-COB-PEDIDOS-BX
                       MOVE 'X' TO WS-TAB-BOLETO-CR(WS-FAT-IDX)
                   END-IF
                   IF WS-TAB-STATUS-CR(WS-FAT-IDX) EQUAL 'ABERTA'
                           AND WS-TAB-BOLETO-CR(WS-FAT-IDX) EQUAL 'N'
                           AND WS-TAB-RPS-CR(WS-FAT-IDX) NOT EQUAL 'P'
                       MOVE WS-TAB-ID-CLI-CR(WS-FAT-IDX)
                           TO WS-CLD-ID-BUSCA
                       PERFORM 2923-LOCALIZAR-CLIENTE
                       IF WS-CLD-ACHADO EQUAL 'S'
                           PERFORM 2921-MONTAR-SEGMENTO-P
                           WRITE ARQ-REMESSA-COBRANCA-S
                               FROM CNAB3P-SEGMENTO-P
                           PERFORM 2922-MONTAR-SEGMENTO-Q
                           WRITE ARQ-REMESSA-COBRANCA-S
                               FROM CNAB3Q-SEGMENTO-Q
                           ADD 2 TO WS-CNAB-QTD-REG-LOTE
                           ADD 1 TO WS-CNT-COB-BOLETOS
                           COMPUTE WS-CNAB-SOMA-VALORES =
                               WS-CNAB-SOMA-VALORES
                               + (WS-TAB-VALOR-CR(WS-FAT-IDX) * 100)
                           ADD WS-TAB-VALOR-CR(WS-FAT-IDX)
                               TO WS-COB-VALOR-BOLETOS
                           MOVE 'S' TO WS-TAB-BOLETO-CR(WS-FAT-IDX)
                       ELSE
                           MOVE 'CONTAS-RECEBER' TO WS-EXC-ORIGEM
                           MOVE SPACES TO WS-EXC-CHAVE
                           STRING 'PROJ='
                                  WS-TAB-ID-PROJ-CR(WS-FAT-IDX)
                                  ' PARC='
                                  WS-TAB-PARCELA-CR(WS-FAT-IDX)
                                  ' CLI='
                                  WS-TAB-ID-CLI-CR(WS-FAT-IDX)
                               DELIMITED BY SIZE INTO WS-EXC-CHAVE
                           MOVE 'E' TO WS-EXC-SEVERIDADE
                           MOVE
                             'CLIENTE SEM CADASTRO, BOLETO NAO EMITIDO'
                               TO WS-EXC-MOTIVO
                           PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
                       END-IF
                   END-IF
               END-PERFORM

               COMPUTE CNABC5-QTD-REGISTROS = WS-CNAB-QTD-REG-LOTE + 2
               MOVE WS-CNT-COB-BOLETOS TO CNABC5-QTD-TITULOS
               MOVE WS-CNAB-SOMA-VALORES TO CNABC5-VALOR-TITULOS
               WRITE ARQ-REMESSA-COBRANCA-S FROM CNABC5-TRAILER-LOTE
               PERFORM 2787-MONTAR-TRAILER-ARQ
               WRITE ARQ-REMESSA-COBRANCA-S FROM CNAB9-TRAILER-ARQ

               CLOSE REMESSA-COBRANCA-S

               DISPLAY 'REMESSA COBRANCA: BOLETOS = '
                   WS-CNT-COB-BOLETOS ' VALOR TOTAL = '
                   WS-COB-VALOR-BOLETOS
               DISPLAY 'REMESSA COBRANCA: PEDIDOS DE BAIXA = '
                   WS-CNT-COB-PEDIDOS-BX
           END-IF.

       2920-GERAR-REMESSA-COBRANCA-FIM.
           EXIT.

       2921-MONTAR-SEGMENTO-P SECTION.
           ADD 1 TO WS-CNAB-NSR.
           MOVE WS-CNAB-NSR TO CNAB3P-NSR.
           MOVE SPACES TO WS-COB-NOSSO-NUM.
           MOVE WS-TAB-ID-PROJ-CR(WS-FAT-IDX) TO WS-COB-NN-PROJ.
           MOVE WS-TAB-PARCELA-CR(WS-FAT-IDX) TO WS-COB-NN-PARCELA.
           MOVE WS-COB-NOSSO-NUM TO CNAB3P-NOSSO-NUM.
           MOVE SPACES TO CNAB3P-NUM-DOC.
           MOVE WS-COB-NOSSO-NUM(1:8) TO CNAB3P-NUM-DOC.
           MOVE WS-TAB-VENC-CR(WS-FAT-IDX) TO CNAB3P-VENCIMENTO.
           COMPUTE CNAB3P-VALOR = WS-TAB-VALOR-CR(WS-FAT-IDX) * 100.
           MOVE WS-TAB-EMISSAO-CR(WS-FAT-IDX) TO CNAB3P-DATA-EMISSAO.
           COMPUTE CNAB3P-DATA-JUROS =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TAB-VENC-CR(WS-FAT-IDX))
                   + 1).
           COMPUTE CNAB3P-JUROS = WS-PAR-JUROS-MES * 100.
           MOVE SPACES TO CNAB3P-USO-EMPRESA.
           MOVE WS-COB-NOSSO-NUM(1:8) TO CNAB3P-USO-EMPRESA.

       2921-MONTAR-SEGMENTO-P-FIM.
           EXIT.

       2922-MONTAR-SEGMENTO-Q SECTION.
           ADD 1 TO WS-CNAB-NSR.
           MOVE WS-CNAB-NSR TO CNAB3Q-NSR.
           MOVE WS-TAB-TIPO-INSC-CD(WS-CLD-IDX) TO CNAB3Q-TIPO-INSCR.
           MOVE WS-TAB-INSCRICAO-CD(WS-CLD-IDX) TO CNAB3Q-INSCRICAO.
           MOVE WS-TAB-NOME-CLI-CD(WS-CLD-IDX) TO CNAB3Q-NOME.
           MOVE WS-TAB-END-CLI-CD(WS-CLD-IDX) TO CNAB3Q-ENDERECO.

       2922-MONTAR-SEGMENTO-Q-FIM.
           EXIT.

       2930-CARREGAR-TAB-TRIBUTOS SECTION.
           IF WS-TRIB-CARREGADA EQUAL 'S'
               CONTINUE
           ELSE
               OPEN INPUT TABELA-TRIBUTOS
               IF AS-STATUS-E24 NOT EQUAL TO ZEROS
                   DISPLAY 'TABELA TRIBUTOS: ARQUIVO AUSENTE, '
                       'ALIQUOTAS PADRAO ' AS-STATUS-E24
               ELSE
                   MOVE 'N' TO AS-FIM23
                   READ TABELA-TRIBUTOS
                   IF AS-STATUS-E24 NOT EQUAL TO ZEROS
                       MOVE 'S' TO AS-FIM23
                   END-IF

                   PERFORM UNTIL AS-FIM23 EQUAL 'S'
                       IF ARQ-TT-ALIQUOTA NUMERIC
                               AND (ARQ-TT-RETIDO-PJ EQUAL 'S'
                                   OR ARQ-TT-RETIDO-PJ EQUAL 'N')
                           EVALUATE ARQ-TT-CODIGO
                               WHEN 'ISS'
                                   MOVE ARQ-TT-ALIQUOTA
                                       TO WS-TRIB-ALIQ-ISS
                                   MOVE ARQ-TT-RETIDO-PJ
                                       TO WS-TRIB-RET-ISS
                               WHEN 'PIS'
                                   MOVE ARQ-TT-ALIQUOTA
                                       TO WS-TRIB-ALIQ-PIS
                                   MOVE ARQ-TT-RETIDO-PJ
                                       TO WS-TRIB-RET-PIS
                               WHEN 'COFINS'
                                   MOVE ARQ-TT-ALIQUOTA
                                       TO WS-TRIB-ALIQ-COFINS
                                   MOVE ARQ-TT-RETIDO-PJ
                                       TO WS-TRIB-RET-COFINS
                               WHEN 'CSLL'
                                   MOVE ARQ-TT-ALIQUOTA
                                       TO WS-TRIB-ALIQ-CSLL
                                   MOVE ARQ-TT-RETIDO-PJ
                                       TO WS-TRIB-RET-CSLL
                               WHEN 'IRRF'
                                   MOVE ARQ-TT-ALIQUOTA
                                       TO WS-TRIB-ALIQ-IRRF
                                   MOVE ARQ-TT-RETIDO-PJ
                                       TO WS-TRIB-RET-IRRF
                               WHEN OTHER
                                   DISPLAY 'TABELA TRIBUTOS: CODIGO '
                                       'DESCONHECIDO, IGNORADO: '
                                       ARQ-TT-CODIGO
                           END-EVALUATE
                       ELSE
                           DISPLAY 'TABELA TRIBUTOS: ALIQUOTA OU '
                               'INDICADOR INVALIDO, IGNORADO: '
                               ARQ-TT-CODIGO
                       END-IF

                       READ TABELA-TRIBUTOS
                           AT END
                               MOVE 'S' TO AS-FIM23
                       END-READ
                   END-PERFORM

                   CLOSE TABELA-TRIBUTOS
               END-IF

               DISPLAY 'TABELA TRIBUTOS: ISS = ' WS-TRIB-ALIQ-ISS
                   ' PIS = ' WS-TRIB-ALIQ-PIS
                   ' COFINS = ' WS-TRIB-ALIQ-COFINS
                   ' CSLL = ' WS-TRIB-ALIQ-CSLL
                   ' IRRF = ' WS-TRIB-ALIQ-IRRF

               MOVE 'S' TO WS-TRIB-CARREGADA
           END-IF.

       2930-CARREGAR-TAB-TRIBUTOS-FIM.
           EXIT.

       2931-CARREGAR-REGISTRO-RPS SECTION.
           MOVE ZEROS TO WS-RPS-QTD.
           MOVE ZEROS TO WS-CNT-RPS-LIDOS.
           MOVE ZEROS TO WS-RPS-ULTIMO-NUM.

           OPEN INPUT REGISTRO-RPS-F.
           IF AS-STATUS-E25 NOT EQUAL TO ZEROS
               DISPLAY 'REGISTRO RPS: ARQUIVO AUSENTE, '
                   'INICIANDO NUMERACAO ' AS-STATUS-E25
           ELSE
               MOVE 'N' TO AS-FIM24
               READ REGISTRO-RPS-F
               IF AS-STATUS-E25 NOT EQUAL TO ZEROS
                   MOVE 'S' TO AS-FIM24
               END-IF

               PERFORM UNTIL AS-FIM24 EQUAL 'S'
                   IF WS-RPS-QTD GREATER THAN OR EQUAL TO 15000
                       MOVE 'REGISTRO-RPS' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-RPS-QTD
                   ADD 1 TO WS-CNT-RPS-LIDOS
                   MOVE ARQ-RP-NUMERO TO WS-TAB-NUM-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-DATA-EMISSAO
                       TO WS-TAB-EMISSAO-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-ID-PROJETO
                       TO WS-TAB-ID-PROJ-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-PARCELA TO WS-TAB-PARCELA-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-ID-CLIENTE
                       TO WS-TAB-ID-CLI-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-TIPO-INSCR
                       TO WS-TAB-TIPO-INSC-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-VALOR-SERVICO
                       TO WS-TAB-SERVICO-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-ALIQ-ISS
                       TO WS-TAB-ALIQ-ISS-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-VALOR-ISS TO WS-TAB-ISS-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-ISS-RETIDO
                       TO WS-TAB-ISS-RET-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-VALOR-PIS TO WS-TAB-PIS-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-VALOR-COFINS
                       TO WS-TAB-COFINS-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-VALOR-CSLL TO WS-TAB-CSLL-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-VALOR-IRRF TO WS-TAB-IRRF-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-VALOR-LIQUIDO
                       TO WS-TAB-LIQUIDO-RP(WS-RPS-QTD)
                   MOVE ARQ-RP-SITUACAO
                       TO WS-TAB-SITUACAO-RP(WS-RPS-QTD)
                   IF ARQ-RP-DATA-CANCEL NUMERIC
                       MOVE ARQ-RP-DATA-CANCEL
                           TO WS-TAB-CANCEL-RP(WS-RPS-QTD)
                   ELSE
                       MOVE ZEROS TO WS-TAB-CANCEL-RP(WS-RPS-QTD)
                   END-IF
                   MOVE 'N' TO WS-TAB-NOVO-RP(WS-RPS-QTD)
                   IF ARQ-RP-NUMERO GREATER THAN WS-RPS-ULTIMO-NUM
                       MOVE ARQ-RP-NUMERO TO WS-RPS-ULTIMO-NUM
                   END-IF

                   READ REGISTRO-RPS-F
                       AT END
                           MOVE 'S' TO AS-FIM24
                   END-READ
               END-PERFORM

               CLOSE REGISTRO-RPS-F
           END-IF.

       2931-CARREGAR-REGISTRO-RPS-FIM.
           EXIT.

       2932-PROCESSAR-CANCELAMENTOS-RPS SECTION.
           MOVE ZEROS TO WS-CNT-RPS-CANCELADOS.
           MOVE ZEROS TO WS-CNT-RPS-CANC-RECUS.

           OPEN INPUT CANCELAMENTOS-RPS.
           IF AS-STATUS-E26 NOT EQUAL TO ZEROS
               DISPLAY 'CANCELAMENTOS RPS: ARQUIVO AUSENTE, '
                   'NADA A CANCELAR ' AS-STATUS-E26
           ELSE
               MOVE 'N' TO AS-FIM25
               READ CANCELAMENTOS-RPS
               IF AS-STATUS-E26 NOT EQUAL TO ZEROS
                   MOVE 'S' TO AS-FIM25
               END-IF

               PERFORM UNTIL AS-FIM25 EQUAL 'S'
                   IF ARQ-RX-NUM-RPS NUMERIC
                       PERFORM 2933-CANCELAR-UM-RPS
                   ELSE
                       ADD 1 TO WS-CNT-RPS-CANC-RECUS
                       MOVE 'CANCELAMENTOS-RPS' TO WS-EXC-ORIGEM
                       MOVE SPACES TO WS-EXC-CHAVE
                       STRING 'RPS=' ARQ-RX-NUM-RPS
                           DELIMITED BY SIZE INTO WS-EXC-CHAVE
                       MOVE 'E' TO WS-EXC-SEVERIDADE
                       MOVE 'NUMERO DE RPS INVALIDO' TO WS-EXC-MOTIVO
                       PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
                   END-IF

                   READ CANCELAMENTOS-RPS
                       AT END
                           MOVE 'S' TO AS-FIM25
                   END-READ
               END-PERFORM

               CLOSE CANCELAMENTOS-RPS

               DISPLAY 'CANCELAMENTOS RPS: CANCELADOS = '
                   WS-CNT-RPS-CANCELADOS ' RECUSADOS = '
                   WS-CNT-RPS-CANC-RECUS
           END-IF.

       2932-PROCESSAR-CANCELAMENTOS-RPS-FIM.
           EXIT.

       2933-CANCELAR-UM-RPS SECTION.
           MOVE ARQ-RX-NUM-RPS TO WS-RPS-NUM-BUSCA.
           PERFORM 2941-LOCALIZAR-RPS.

           MOVE 'CANCELAMENTOS-RPS' TO WS-EXC-ORIGEM.
           MOVE SPACES TO WS-EXC-CHAVE.
           STRING 'RPS=' ARQ-RX-NUM-RPS
               DELIMITED BY SIZE INTO WS-EXC-CHAVE.

           IF WS-RPS-ACHADO EQUAL 'N'
               ADD 1 TO WS-CNT-RPS-CANC-RECUS
               MOVE 'E' TO WS-EXC-SEVERIDADE
               MOVE 'RPS NAO ENCONTRADO NO REGISTRO' TO WS-EXC-MOTIVO
               PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
           ELSE
           IF WS-TAB-SITUACAO-RP(WS-RPS-POS) EQUAL 'C'
               MOVE 'A' TO WS-EXC-SEVERIDADE
               MOVE 'RPS JA CANCELADO, PEDIDO IGNORADO'
                   TO WS-EXC-MOTIVO
               PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
           ELSE
               MOVE SPACES TO WS-COB-NOSSO-NUM
               MOVE WS-TAB-ID-PROJ-RP(WS-RPS-POS) TO WS-COB-NN-PROJ
               MOVE WS-TAB-PARCELA-RP(WS-RPS-POS)
                   TO WS-COB-NN-PARCELA
               PERFORM 2913-LOCALIZAR-PARCELA
               IF WS-COB-ACHADO EQUAL 'S'
                       AND (WS-TAB-STATUS-CR(WS-COB-IDX) EQUAL 'PAGA'
                       OR WS-TAB-STATUS-CR(WS-COB-IDX) EQUAL 'PARCIAL')
                   ADD 1 TO WS-CNT-RPS-CANC-RECUS
                   MOVE 'E' TO WS-EXC-SEVERIDADE
                   MOVE 'PARCELA COM RECEBIMENTO, CANCELAMENTO RECUSADO'
                       TO WS-EXC-MOTIVO
                   PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
               ELSE
                   IF ARQ-RX-DATA-CANCEL NUMERIC
                           AND ARQ-RX-DATA-CANCEL NOT EQUAL ZEROS
                       MOVE ARQ-RX-DATA-CANCEL TO WS-RPS-DATA-CANCEL
                   ELSE
                       MOVE WS-DATA-EXECUCAO TO WS-RPS-DATA-CANCEL
                   END-IF
                   MOVE 'C' TO WS-TAB-SITUACAO-RP(WS-RPS-POS)
                   MOVE WS-RPS-DATA-CANCEL
                       TO WS-TAB-CANCEL-RP(WS-RPS-POS)
                   ADD 1 TO WS-CNT-RPS-CANCELADOS
                   PERFORM 2978-CONTABILIZAR-CANCEL-RPS
                   IF WS-COB-ACHADO EQUAL 'S'
                       MOVE 'CANCELADA' TO WS-TAB-STATUS-CR(WS-COB-IDX)
                       IF WS-TAB-BOLETO-CR(WS-COB-IDX) EQUAL 'S'
                           MOVE 'B' TO WS-TAB-BOLETO-CR(WS-COB-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       2933-CANCELAR-UM-RPS-FIM.
           EXIT.

       2934-EMITIR-RPS-PENDENTES SECTION.
           MOVE ZEROS TO WS-CNT-RPS-EMITIDOS.
           MOVE ZEROS TO WS-CNT-RPS-PENDENTES.

           PERFORM 2930-CARREGAR-TAB-TRIBUTOS.

           PERFORM VARYING WS-FAT-IDX FROM 1 BY 1
                   UNTIL WS-FAT-IDX > WS-CR-QTD
               IF WS-TAB-RPS-CR(WS-FAT-IDX) EQUAL 'P'
                       AND WS-TAB-STATUS-CR(WS-FAT-IDX) EQUAL 'ABERTA'
                   MOVE WS-TAB-ID-CLI-CR(WS-FAT-IDX) TO WS-CLD-ID-BUSCA
                   PERFORM 2923-LOCALIZAR-CLIENTE
                   IF WS-CLD-ACHADO EQUAL 'S'
                       PERFORM 2935-CALCULAR-TRIBUTOS-PARCELA
                       PERFORM 2937-REGISTRAR-RPS
                   ELSE
                       ADD 1 TO WS-CNT-RPS-PENDENTES
                       MOVE 'CONTAS-RECEBER' TO WS-EXC-ORIGEM
                       MOVE SPACES TO WS-EXC-CHAVE
                       STRING 'PROJ=' WS-TAB-ID-PROJ-CR(WS-FAT-IDX)
                              ' PARC=' WS-TAB-PARCELA-CR(WS-FAT-IDX)
                              ' CLI=' WS-TAB-ID-CLI-CR(WS-FAT-IDX)
                           DELIMITED BY SIZE INTO WS-EXC-CHAVE
                       MOVE 'E' TO WS-EXC-SEVERIDADE
                       MOVE 'CLIENTE SEM CADASTRO, RPS NAO EMITIDO'
                           TO WS-EXC-MOTIVO
                       PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY 'RPS: EMITIDOS = ' WS-CNT-RPS-EMITIDOS
               ' PENDENTES = ' WS-CNT-RPS-PENDENTES
               ' ULTIMO NUMERO = ' WS-RPS-ULTIMO-NUM.

       2934-EMITIR-RPS-PENDENTES-FIM.
           EXIT.

       2935-CALCULAR-TRIBUTOS-PARCELA SECTION.
           MOVE WS-TAB-VALOR-CR(WS-FAT-IDX) TO WS-TRIB-BASE.
           MOVE ZEROS TO WS-TRIB-PIS.
           MOVE ZEROS TO WS-TRIB-COFINS.
           MOVE ZEROS TO WS-TRIB-CSLL.
           MOVE ZEROS TO WS-TRIB-IRRF.
           MOVE ZEROS TO WS-TRIB-PCC.
           MOVE 'N' TO WS-TRIB-ISS-RETIDO.

           COMPUTE WS-TRIB-ISS ROUNDED =
               WS-TRIB-BASE * WS-TRIB-ALIQ-ISS / 100.

           IF WS-TAB-TIPO-INSC-CD(WS-CLD-IDX) EQUAL 2
               IF WS-TRIB-RET-ISS EQUAL 'S'
                   MOVE 'S' TO WS-TRIB-ISS-RETIDO
               END-IF
               IF WS-TRIB-RET-PIS EQUAL 'S'
                   COMPUTE WS-TRIB-PIS ROUNDED =
                       WS-TRIB-BASE * WS-TRIB-ALIQ-PIS / 100
               END-IF
               IF WS-TRIB-RET-COFINS EQUAL 'S'
                   COMPUTE WS-TRIB-COFINS ROUNDED =
                       WS-TRIB-BASE * WS-TRIB-ALIQ-COFINS / 100
               END-IF
               IF WS-TRIB-RET-CSLL EQUAL 'S'
                   COMPUTE WS-TRIB-CSLL ROUNDED =
                       WS-TRIB-BASE * WS-TRIB-ALIQ-CSLL / 100
               END-IF
               COMPUTE WS-TRIB-PCC =
                   WS-TRIB-PIS + WS-TRIB-COFINS + WS-TRIB-CSLL
               IF WS-TRIB-PCC NOT GREATER THAN WS-PAR-MIN-RETENCAO
                   MOVE ZEROS TO WS-TRIB-PIS
                   MOVE ZEROS TO WS-TRIB-COFINS
                   MOVE ZEROS TO WS-TRIB-CSLL
                   MOVE ZEROS TO WS-TRIB-PCC
               END-IF
               IF WS-TRIB-RET-IRRF EQUAL 'S'
                   COMPUTE WS-TRIB-IRRF ROUNDED =
                       WS-TRIB-BASE * WS-TRIB-ALIQ-IRRF / 100
                   IF WS-TRIB-IRRF NOT GREATER THAN WS-PAR-MIN-RETENCAO
                       MOVE ZEROS TO WS-TRIB-IRRF
                   END-IF
               END-IF
           END-IF.

           COMPUTE WS-TRIB-RETIDO = WS-TRIB-PCC + WS-TRIB-IRRF.
           IF WS-TRIB-ISS-RETIDO EQUAL 'S'
               ADD WS-TRIB-ISS TO WS-TRIB-RETIDO
           END-IF.
           COMPUTE WS-TRIB-LIQUIDO = WS-TRIB-BASE - WS-TRIB-RETIDO.

       2935-CALCULAR-TRIBUTOS-PARCELA-FIM.
           EXIT.

       2937-REGISTRAR-RPS SECTION.
           IF WS-RPS-QTD GREATER THAN OR EQUAL TO 15000
               MOVE 'REGISTRO-RPS' TO WS-ABORT-TABELA
               PERFORM 9100-ABORTAR-CAPACIDADE
           END-IF.
           ADD 1 TO WS-RPS-QTD.
           ADD 1 TO WS-RPS-ULTIMO-NUM.
           ADD 1 TO WS-CNT-RPS-EMITIDOS.

           MOVE WS-RPS-ULTIMO-NUM TO WS-TAB-NUM-RP(WS-RPS-QTD).
           MOVE WS-DATA-EXECUCAO TO WS-TAB-EMISSAO-RP(WS-RPS-QTD).
           MOVE WS-TAB-ID-PROJ-CR(WS-FAT-IDX)
               TO WS-TAB-ID-PROJ-RP(WS-RPS-QTD).
           MOVE WS-TAB-PARCELA-CR(WS-FAT-IDX)
               TO WS-TAB-PARCELA-RP(WS-RPS-QTD).
           MOVE WS-TAB-ID-CLI-CR(WS-FAT-IDX)
               TO WS-TAB-ID-CLI-RP(WS-RPS-QTD).
           MOVE WS-TAB-TIPO-INSC-CD(WS-CLD-IDX)
               TO WS-TAB-TIPO-INSC-RP(WS-RPS-QTD).
           MOVE WS-TRIB-BASE TO WS-TAB-SERVICO-RP(WS-RPS-QTD).
           MOVE WS-TRIB-ALIQ-ISS TO WS-TAB-ALIQ-ISS-RP(WS-RPS-QTD).
           MOVE WS-TRIB-ISS TO WS-TAB-ISS-RP(WS-RPS-QTD).
           MOVE WS-TRIB-ISS-RETIDO TO WS-TAB-ISS-RET-RP(WS-RPS-QTD).
           MOVE WS-TRIB-PIS TO WS-TAB-PIS-RP(WS-RPS-QTD).
           MOVE WS-TRIB-COFINS TO WS-TAB-COFINS-RP(WS-RPS-QTD).
           MOVE WS-TRIB-CSLL TO WS-TAB-CSLL-RP(WS-RPS-QTD).
           MOVE WS-TRIB-IRRF TO WS-TAB-IRRF-RP(WS-RPS-QTD).
           MOVE WS-TRIB-LIQUIDO TO WS-TAB-LIQUIDO-RP(WS-RPS-QTD).
           MOVE 'N' TO WS-TAB-SITUACAO-RP(WS-RPS-QTD).
           MOVE ZEROS TO WS-TAB-CANCEL-RP(WS-RPS-QTD).
           MOVE 'S' TO WS-TAB-NOVO-RP(WS-RPS-QTD).

           MOVE WS-RPS-ULTIMO-NUM TO WS-TAB-NUM-RPS-CR(WS-FAT-IDX).
           MOVE 'S' TO WS-TAB-RPS-CR(WS-FAT-IDX).
           MOVE WS-TRIB-LIQUIDO TO WS-TAB-VALOR-CR(WS-FAT-IDX).

           PERFORM 2976-CONTABILIZAR-RPS.

       2937-REGISTRAR-RPS-FIM.
           EXIT.

       2936-GERAR-LOTE-RPS SECTION.
           IF WS-CNT-RPS-EMITIDOS EQUAL ZEROS
               DISPLAY 'LOTE RPS: SEM RPS EMITIDOS, LOTE NAO GERADO'
           ELSE
               IF WS-PAR-COD-SERVICO EQUAL ZEROS
                   DISPLAY 'LOTE RPS: CODIGO DE SERVICO NAO INFORMADO '
                       'NOS PARAMETROS'
               END-IF

               OPEN OUTPUT LOTE-RPS-S
               IF AS-STATUS-S44 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-S44
               END-IF
               MOVE WS-ARQ-LOTE-RPS-S TO WS-GER-NOME-REG
               PERFORM 1125-REGISTRAR-UMA-SAIDA

               MOVE ZEROS TO WS-RPS-LINHAS
               MOVE ZEROS TO WS-RPS-TOT-SERVICOS

               MOVE WS-PAR-INSC-MUNIC TO RPS-C-INSC-MUNIC
               MOVE WS-DATA-EXECUCAO TO RPS-C-DATA-INICIO
               MOVE WS-DATA-EXECUCAO TO RPS-C-DATA-FIM
               WRITE ARQ-LOTE-RPS-S FROM RPS-CABECALHO-FIELDS

               PERFORM VARYING WS-RPS-IDX FROM 1 BY 1
                       UNTIL WS-RPS-IDX > WS-RPS-QTD
                   IF WS-TAB-NOVO-RP(WS-RPS-IDX) EQUAL 'S'
                       PERFORM 2940-MONTAR-DETALHE-RPS
                       WRITE ARQ-LOTE-RPS-S FROM RPS-DETALHE-FIELDS
                       ADD 1 TO WS-RPS-LINHAS
                       ADD RPS-D-VALOR-SERVICOS TO WS-RPS-TOT-SERVICOS
                   END-IF
               END-PERFORM

               MOVE WS-RPS-LINHAS TO RPS-R-QTD-LINHAS
               MOVE WS-RPS-TOT-SERVICOS TO RPS-R-VALOR-SERVICOS
               MOVE ZEROS TO RPS-R-VALOR-DEDUCOES
               WRITE ARQ-LOTE-RPS-S FROM RPS-RODAPE-FIELDS

               CLOSE LOTE-RPS-S

               DISPLAY 'LOTE RPS: RPS NO LOTE = ' WS-RPS-LINHAS
           END-IF.

       2936-GERAR-LOTE-RPS-FIM.
           EXIT.

       2940-MONTAR-DETALHE-RPS SECTION.
           MOVE WS-TAB-NUM-RP(WS-RPS-IDX) TO RPS-D-NUMERO.
           MOVE WS-TAB-EMISSAO-RP(WS-RPS-IDX) TO RPS-D-DATA-EMISSAO.
           COMPUTE RPS-D-VALOR-SERVICOS =
               WS-TAB-SERVICO-RP(WS-RPS-IDX) * 100.
           MOVE ZEROS TO RPS-D-VALOR-DEDUCOES.
           MOVE WS-PAR-COD-SERVICO TO RPS-D-COD-SERVICO.
           COMPUTE RPS-D-ALIQUOTA =
               WS-TAB-ALIQ-ISS-RP(WS-RPS-IDX) * 100.
           IF WS-TAB-ISS-RET-RP(WS-RPS-IDX) EQUAL 'S'
               MOVE 1 TO RPS-D-ISS-RETIDO
           ELSE
               MOVE 2 TO RPS-D-ISS-RETIDO
           END-IF.
           MOVE WS-TAB-TIPO-INSC-RP(WS-RPS-IDX) TO RPS-D-TIPO-INSCR.
           MOVE ZEROS TO RPS-D-INSCRICAO.
           MOVE ZEROS TO RPS-D-INSC-MUNIC-TOM.
           MOVE SPACES TO RPS-D-NOME-TOMADOR.
           MOVE SPACES TO RPS-D-ENDERECO.
           MOVE WS-TAB-ID-CLI-RP(WS-RPS-IDX) TO WS-CLD-ID-BUSCA.
           PERFORM 2923-LOCALIZAR-CLIENTE.
           IF WS-CLD-ACHADO EQUAL 'S'
               MOVE WS-TAB-INSCRICAO-CD(WS-CLD-IDX) TO RPS-D-INSCRICAO
               MOVE WS-TAB-NOME-CLI-CD(WS-CLD-IDX)
                   TO RPS-D-NOME-TOMADOR
               MOVE WS-TAB-END-CLI-CD(WS-CLD-IDX) TO RPS-D-ENDERECO
           END-IF.
           COMPUTE RPS-D-VALOR-PIS = WS-TAB-PIS-RP(WS-RPS-IDX) * 100.
           COMPUTE RPS-D-VALOR-COFINS =
               WS-TAB-COFINS-RP(WS-RPS-IDX) * 100.
           MOVE ZEROS TO RPS-D-VALOR-INSS.
           COMPUTE RPS-D-VALOR-IR = WS-TAB-IRRF-RP(WS-RPS-IDX) * 100.
           COMPUTE RPS-D-VALOR-CSLL = WS-TAB-CSLL-RP(WS-RPS-IDX) * 100.
           MOVE SPACES TO RPS-D-DISCRIMINACAO.
           STRING 'PROJETO ' WS-TAB-ID-PROJ-RP(WS-RPS-IDX)
                  ' PARCELA ' WS-TAB-PARCELA-RP(WS-RPS-IDX)
                  ' DE 03 - SERVICOS DE DESENVOLVIMENTO'
               DELIMITED BY SIZE INTO RPS-D-DISCRIMINACAO.

       2940-MONTAR-DETALHE-RPS-FIM.
           EXIT.

       2938-GERAR-LIVRO-FISCAL SECTION.
           INITIALIZE WS-LIVRO-TOTAIS.
           MOVE WS-DATA-EXECUCAO(1:6) TO WS-RPS-PERIODO.

           OPEN OUTPUT LIVRO-FISCAL-S.
           IF AS-STATUS-S45 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S45
           END-IF.
           MOVE WS-ARQ-LIVRO-FISCAL-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           WRITE ARQ-LIVRO-FISCAL-S FROM LIVRO-TITULO-FIELDS.
           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-LIVRO-FISCAL-S FROM RELATORIO-DATA-FIELDS.

           PERFORM VARYING WS-RPS-IDX FROM 1 BY 1
                   UNTIL WS-RPS-IDX > WS-RPS-QTD
               IF WS-TAB-EMISSAO-RP(WS-RPS-IDX)(1:6)
                       EQUAL WS-RPS-PERIODO
                   OR (WS-TAB-SITUACAO-RP(WS-RPS-IDX) EQUAL 'C'
                   AND WS-TAB-CANCEL-RP(WS-RPS-IDX)(1:6)
                       EQUAL WS-RPS-PERIODO)
                   MOVE WS-TAB-NUM-RP(WS-RPS-IDX) TO LIV-D-NUMERO
                   MOVE WS-TAB-EMISSAO-RP(WS-RPS-IDX) TO LIV-D-EMISSAO
                   MOVE WS-TAB-ID-CLI-RP(WS-RPS-IDX)
                       TO LIV-D-ID-CLIENTE
                   MOVE WS-TAB-ID-PROJ-RP(WS-RPS-IDX) TO LIV-D-ID-PROJ
                   MOVE WS-TAB-PARCELA-RP(WS-RPS-IDX) TO LIV-D-PARCELA
                   MOVE WS-TAB-SERVICO-RP(WS-RPS-IDX) TO LIV-D-SERVICO
                   MOVE WS-TAB-ISS-RP(WS-RPS-IDX) TO LIV-D-ISS
                   MOVE WS-TAB-ISS-RET-RP(WS-RPS-IDX) TO LIV-D-ISS-RET
                   MOVE WS-TAB-PIS-RP(WS-RPS-IDX) TO LIV-D-PIS
                   MOVE WS-TAB-COFINS-RP(WS-RPS-IDX) TO LIV-D-COFINS
                   MOVE WS-TAB-CSLL-RP(WS-RPS-IDX) TO LIV-D-CSLL
                   MOVE WS-TAB-IRRF-RP(WS-RPS-IDX) TO LIV-D-IRRF
                   MOVE WS-TAB-LIQUIDO-RP(WS-RPS-IDX) TO LIV-D-LIQUIDO
                   IF WS-TAB-SITUACAO-RP(WS-RPS-IDX) EQUAL 'C'
                       MOVE 'CANCELADO' TO LIV-D-SITUACAO
                       ADD 1 TO WS-LIV-CANC-QTD
                       ADD WS-TAB-SERVICO-RP(WS-RPS-IDX)
                           TO WS-LIV-CANC-VALOR
                   ELSE
                       MOVE 'NORMAL' TO LIV-D-SITUACAO
                       ADD 1 TO WS-LIV-QTD
                       ADD WS-TAB-SERVICO-RP(WS-RPS-IDX)
                           TO WS-LIV-SERVICOS
                       ADD WS-TAB-ISS-RP(WS-RPS-IDX) TO WS-LIV-ISS
                       IF WS-TAB-ISS-RET-RP(WS-RPS-IDX) EQUAL 'S'
                           ADD 1 TO WS-LIV-ISS-RET-QTD
                           ADD WS-TAB-ISS-RP(WS-RPS-IDX)
                               TO WS-LIV-ISS-RETIDO
                       END-IF
                       ADD WS-TAB-PIS-RP(WS-RPS-IDX) TO WS-LIV-PIS
                       ADD WS-TAB-COFINS-RP(WS-RPS-IDX)
                           TO WS-LIV-COFINS
                       ADD WS-TAB-CSLL-RP(WS-RPS-IDX) TO WS-LIV-CSLL
                       ADD WS-TAB-IRRF-RP(WS-RPS-IDX) TO WS-LIV-IRRF
                       ADD WS-TAB-LIQUIDO-RP(WS-RPS-IDX)
                           TO WS-LIV-LIQUIDO
                   END-IF
                   WRITE ARQ-LIVRO-FISCAL-S FROM LIVRO-DETALHE-FIELDS
               END-IF
           END-PERFORM.

           MOVE 'RPS EMITIDOS' TO LIV-T-LABEL.
           MOVE WS-LIV-QTD TO LIV-T-QTD.
           MOVE WS-LIV-SERVICOS TO LIV-T-VALOR.
           WRITE ARQ-LIVRO-FISCAL-S FROM LIVRO-TOTAL-FIELDS.
           MOVE 'ISS APURADO' TO LIV-T-LABEL.
           MOVE WS-LIV-ISS TO LIV-T-VALOR.
           WRITE ARQ-LIVRO-FISCAL-S FROM LIVRO-TOTAL-FIELDS.
           MOVE 'ISS RETIDO PELO TOMADOR' TO LIV-T-LABEL.
           MOVE WS-LIV-ISS-RET-QTD TO LIV-T-QTD.
           MOVE WS-LIV-ISS-RETIDO TO LIV-T-VALOR.
           WRITE ARQ-LIVRO-FISCAL-S FROM LIVRO-TOTAL-FIELDS.
           MOVE WS-LIV-QTD TO LIV-T-QTD.
           MOVE 'PIS RETIDO' TO LIV-T-LABEL.
           MOVE WS-LIV-PIS TO LIV-T-VALOR.
           WRITE ARQ-LIVRO-FISCAL-S FROM LIVRO-TOTAL-FIELDS.
           MOVE 'COFINS RETIDO' TO LIV-T-LABEL.
           MOVE WS-LIV-COFINS TO LIV-T-VALOR.
           WRITE ARQ-LIVRO-FISCAL-S FROM LIVRO-TOTAL-FIELDS.
           MOVE 'CSLL RETIDO' TO LIV-T-LABEL.
           MOVE WS-LIV-CSLL TO LIV-T-VALOR.
           WRITE ARQ-LIVRO-FISCAL-S FROM LIVRO-TOTAL-FIELDS.
           MOVE 'IRRF RETIDO' TO LIV-T-LABEL.
           MOVE WS-LIV-IRRF TO LIV-T-VALOR.
           WRITE ARQ-LIVRO-FISCAL-S FROM LIVRO-TOTAL-FIELDS.
           MOVE 'LIQUIDO A RECEBER' TO LIV-T-LABEL.
           MOVE WS-LIV-LIQUIDO TO LIV-T-VALOR.
           WRITE ARQ-LIVRO-FISCAL-S FROM LIVRO-TOTAL-FIELDS.
           MOVE 'RPS CANCELADOS' TO LIV-T-LABEL.
           MOVE WS-LIV-CANC-QTD TO LIV-T-QTD.
           MOVE WS-LIV-CANC-VALOR TO LIV-T-VALOR.
           WRITE ARQ-LIVRO-FISCAL-S FROM LIVRO-TOTAL-FIELDS.

           CLOSE LIVRO-FISCAL-S.

       2938-GERAR-LIVRO-FISCAL-FIM.
           EXIT.

       2939-REGRAVAR-REGISTRO-RPS SECTION.
           OPEN OUTPUT REGISTRO-RPS-F.
           IF AS-STATUS-E25 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E25
           END-IF.

           PERFORM VARYING WS-RPS-IDX FROM 1 BY 1
                   UNTIL WS-RPS-IDX > WS-RPS-QTD
               MOVE SPACES TO ARQ-REGISTRO-RPS
               MOVE WS-TAB-NUM-RP(WS-RPS-IDX) TO ARQ-RP-NUMERO
               MOVE WS-TAB-EMISSAO-RP(WS-RPS-IDX)
                   TO ARQ-RP-DATA-EMISSAO
               MOVE WS-TAB-ID-PROJ-RP(WS-RPS-IDX) TO ARQ-RP-ID-PROJETO
               MOVE WS-TAB-PARCELA-RP(WS-RPS-IDX) TO ARQ-RP-PARCELA
               MOVE WS-TAB-ID-CLI-RP(WS-RPS-IDX) TO ARQ-RP-ID-CLIENTE
               MOVE WS-TAB-TIPO-INSC-RP(WS-RPS-IDX)
                   TO ARQ-RP-TIPO-INSCR
               MOVE WS-TAB-SERVICO-RP(WS-RPS-IDX)
                   TO ARQ-RP-VALOR-SERVICO
               MOVE WS-TAB-ALIQ-ISS-RP(WS-RPS-IDX) TO ARQ-RP-ALIQ-ISS
               MOVE WS-TAB-ISS-RP(WS-RPS-IDX) TO ARQ-RP-VALOR-ISS
               MOVE WS-TAB-ISS-RET-RP(WS-RPS-IDX) TO ARQ-RP-ISS-RETIDO
               MOVE WS-TAB-PIS-RP(WS-RPS-IDX) TO ARQ-RP-VALOR-PIS
               MOVE WS-TAB-COFINS-RP(WS-RPS-IDX) TO ARQ-RP-VALOR-COFINS
               MOVE WS-TAB-CSLL-RP(WS-RPS-IDX) TO ARQ-RP-VALOR-CSLL
               MOVE WS-TAB-IRRF-RP(WS-RPS-IDX) TO ARQ-RP-VALOR-IRRF
               MOVE WS-TAB-LIQUIDO-RP(WS-RPS-IDX)
                   TO ARQ-RP-VALOR-LIQUIDO
               MOVE WS-TAB-SITUACAO-RP(WS-RPS-IDX) TO ARQ-RP-SITUACAO
               MOVE WS-TAB-CANCEL-RP(WS-RPS-IDX) TO ARQ-RP-DATA-CANCEL
               WRITE ARQ-REGISTRO-RPS
           END-PERFORM.

           CLOSE REGISTRO-RPS-F.

       2939-REGRAVAR-REGISTRO-RPS-FIM.
           EXIT.

       2941-LOCALIZAR-RPS SECTION.
           MOVE 'N' TO WS-RPS-ACHADO.
           MOVE ZEROS TO WS-RPS-POS.
           PERFORM VARYING WS-RPS-IDX FROM 1 BY 1
                   UNTIL WS-RPS-IDX > WS-RPS-QTD
                      OR WS-RPS-ACHADO EQUAL 'S'
               IF WS-TAB-NUM-RP(WS-RPS-IDX) EQUAL WS-RPS-NUM-BUSCA
                   MOVE 'S' TO WS-RPS-ACHADO
                   MOVE WS-RPS-IDX TO WS-RPS-POS
               END-IF
           END-PERFORM.

       2941-LOCALIZAR-RPS-FIM.
           EXIT.

       2970-GERAR-LANCAMENTOS-CONTABEIS SECTION.
           PERFORM 2972-CARREGAR-TAB-CONTABIL.

           MOVE ZEROS TO WS-CTB-SEQ.
           MOVE ZEROS TO WS-CTB-TOTAL-DEBITO.
           MOVE ZEROS TO WS-CTB-TOTAL-CREDITO.
           MOVE ZEROS TO WS-CTB-SEM-MAPA.

           OPEN OUTPUT LANCAMENTOS-S.
           IF AS-STATUS-S46 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S46
           END-IF.
           MOVE WS-ARQ-LANCAMENTOS-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           MOVE WS-DATA-EXECUCAO TO CTB-C-DATA-GERACAO.
           MOVE WS-GER-SUFIXO TO CTB-C-SEQ-GERACAO.
           WRITE ARQ-LANCAMENTOS-S FROM CTB-CABECALHO-FIELDS.

           PERFORM VARYING WS-CTB-IDX FROM 1 BY 1
                   UNTIL WS-CTB-IDX > WS-CTB-ACUM-QTD
               PERFORM 2973-GRAVAR-LANCTOS-EVENTO
           END-PERFORM.

           IF WS-CTB-TOTAL-DEBITO EQUAL WS-CTB-TOTAL-CREDITO
               MOVE WS-CTB-SEQ TO CTB-R-QTD-LANCTOS
               MOVE WS-CTB-TOTAL-DEBITO TO CTB-R-TOTAL-DEBITO
               MOVE WS-CTB-TOTAL-CREDITO TO CTB-R-TOTAL-CREDITO
               MOVE 'FECHADO' TO CTB-R-SITUACAO
               WRITE ARQ-LANCAMENTOS-S FROM CTB-RODAPE-FIELDS
               DISPLAY 'INTERFACE CONTABIL: LANCAMENTOS = ' WS-CTB-SEQ
                   ' DEBITOS = ' WS-CTB-TOTAL-DEBITO
                   ' CREDITOS = ' WS-CTB-TOTAL-CREDITO
           ELSE
               MOVE 'INTERFACE-CONTABIL' TO WS-EXC-ORIGEM
               MOVE SPACES TO WS-EXC-CHAVE
               STRING 'D=' WS-CTB-TOTAL-DEBITO
                      ' C=' WS-CTB-TOTAL-CREDITO
                   DELIMITED BY SIZE INTO WS-EXC-CHAVE
               MOVE 'G' TO WS-EXC-SEVERIDADE
               MOVE 'LOTE CONTABIL DESBALANCEADO, ARQUIVO NAO FECHADO'
                   TO WS-EXC-MOTIVO
               PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
               DISPLAY 'INTERFACE CONTABIL: DEBITOS ('
                   WS-CTB-TOTAL-DEBITO ') DIFEREM DOS CREDITOS ('
                   WS-CTB-TOTAL-CREDITO '), LOTE NAO FECHADO'
           END-IF.

           CLOSE LANCAMENTOS-S.

           IF WS-CTB-SEM-MAPA GREATER THAN ZEROS
               DISPLAY 'INTERFACE CONTABIL: EVENTOS SEM MAPEAMENTO = '
                   WS-CTB-SEM-MAPA
           END-IF.

       2970-GERAR-LANCAMENTOS-CONTABEIS-FIM.
           EXIT.

       2971-ACUMULAR-LANCAMENTO SECTION.
           IF WS-CTB-VALOR GREATER THAN ZEROS
               MOVE 'N' TO WS-CTB-ACHADO
               PERFORM VARYING WS-CTB-IDX FROM 1 BY 1
                       UNTIL WS-CTB-IDX > WS-CTB-ACUM-QTD
                          OR WS-CTB-ACHADO EQUAL 'S'
                   IF WS-TAB-EVENTO-AC(WS-CTB-IDX) EQUAL WS-CTB-EVENTO
                           AND WS-TAB-DEP-AC(WS-CTB-IDX)
                               EQUAL WS-CTB-DEP
                           AND WS-TAB-PERIODO-AC(WS-CTB-IDX)
                               EQUAL WS-CTB-PERIODO
                       MOVE 'S' TO WS-CTB-ACHADO
                       ADD WS-CTB-VALOR TO WS-TAB-VALOR-AC(WS-CTB-IDX)
                   END-IF
               END-PERFORM

               IF WS-CTB-ACHADO EQUAL 'N'
                   IF WS-CTB-ACUM-QTD GREATER THAN OR EQUAL TO 10000
                       MOVE 'LANCAMENTOS-CONTABEIS' TO WS-ABORT-TABELA
                       PERFORM 9100-ABORTAR-CAPACIDADE
                   END-IF
                   ADD 1 TO WS-CTB-ACUM-QTD
                   MOVE WS-CTB-EVENTO
                       TO WS-TAB-EVENTO-AC(WS-CTB-ACUM-QTD)
                   MOVE WS-CTB-DEP TO WS-TAB-DEP-AC(WS-CTB-ACUM-QTD)
                   MOVE WS-CTB-PERIODO
                       TO WS-TAB-PERIODO-AC(WS-CTB-ACUM-QTD)
                   MOVE WS-CTB-VALOR
                       TO WS-TAB-VALOR-AC(WS-CTB-ACUM-QTD)
               END-IF
           END-IF.

       2971-ACUMULAR-LANCAMENTO-FIM.
           EXIT.

       2972-CARREGAR-TAB-CONTABIL SECTION.
           MOVE ZEROS TO WS-CTB-MAPA-QTD.

           OPEN INPUT TABELA-CONTABIL.
           IF AS-STATUS-E27 NOT EQUAL TO ZEROS
               DISPLAY 'TABELA CONTABIL: ARQUIVO AUSENTE, '
                   'EVENTOS SEM MAPEAMENTO ' AS-STATUS-E27
           ELSE
               MOVE 'N' TO AS-FIM26
               READ TABELA-CONTABIL
               IF AS-STATUS-E27 NOT EQUAL TO ZEROS
                   MOVE 'S' TO AS-FIM26
               END-IF

               PERFORM UNTIL AS-FIM26 EQUAL 'S'
                   IF (ARQ-TC-NATUREZA EQUAL 'D'
                           OR ARQ-TC-NATUREZA EQUAL 'C')
                       AND ARQ-TC-EVENTO NOT EQUAL SPACES
                       AND ARQ-TC-CONTA NOT EQUAL SPACES
                       IF WS-CTB-MAPA-QTD GREATER THAN OR EQUAL TO 200
                           MOVE 'TABELA-CONTABIL' TO WS-ABORT-TABELA
                           PERFORM 9100-ABORTAR-CAPACIDADE
                       END-IF
                       ADD 1 TO WS-CTB-MAPA-QTD
                       MOVE ARQ-TC-EVENTO
                           TO WS-TAB-EVENTO-CT(WS-CTB-MAPA-QTD)
                       MOVE ARQ-TC-NATUREZA
                           TO WS-TAB-NATUREZA-CT(WS-CTB-MAPA-QTD)
                       MOVE ARQ-TC-CONTA
                           TO WS-TAB-CONTA-CT(WS-CTB-MAPA-QTD)
                       MOVE ARQ-TC-HISTORICO
                           TO WS-TAB-HIST-CT(WS-CTB-MAPA-QTD)
                   ELSE
                       DISPLAY 'TABELA CONTABIL: LINHA INVALIDA, '
                           'IGNORADA: ' ARQ-TC-EVENTO
                   END-IF

                   READ TABELA-CONTABIL
                       AT END
                           MOVE 'S' TO AS-FIM26
                   END-READ
               END-PERFORM

               CLOSE TABELA-CONTABIL
           END-IF.

       2972-CARREGAR-TAB-CONTABIL-FIM.
           EXIT.

       2973-GRAVAR-LANCTOS-EVENTO SECTION.
           MOVE 'N' TO WS-CTB-MAPEADO.

           PERFORM VARYING WS-CTB-MAPA-IDX FROM 1 BY 1
                   UNTIL WS-CTB-MAPA-IDX > WS-CTB-MAPA-QTD
               IF WS-TAB-EVENTO-CT(WS-CTB-MAPA-IDX)
                       EQUAL WS-TAB-EVENTO-AC(WS-CTB-IDX)
                   MOVE 'S' TO WS-CTB-MAPEADO
                   ADD 1 TO WS-CTB-SEQ
                   MOVE WS-CTB-SEQ TO CTB-D-SEQ
                   MOVE WS-DATA-EXECUCAO TO CTB-D-DATA-LANCTO
                   MOVE WS-TAB-PERIODO-AC(WS-CTB-IDX) TO CTB-D-PERIODO
                   MOVE WS-TAB-NATUREZA-CT(WS-CTB-MAPA-IDX)
                       TO CTB-D-NATUREZA
                   MOVE WS-TAB-CONTA-CT(WS-CTB-MAPA-IDX) TO CTB-D-CONTA
                   MOVE WS-TAB-DEP-AC(WS-CTB-IDX) TO CTB-D-CENTRO-CUSTO
                   MOVE WS-TAB-VALOR-AC(WS-CTB-IDX) TO CTB-D-VALOR
                   MOVE WS-TAB-EVENTO-AC(WS-CTB-IDX) TO CTB-D-EVENTO
                   MOVE SPACES TO CTB-D-HISTORICO
                   STRING WS-TAB-HIST-CT(WS-CTB-MAPA-IDX)
                          ' REF ' WS-TAB-PERIODO-AC(WS-CTB-IDX)
                       DELIMITED BY SIZE INTO CTB-D-HISTORICO
                   WRITE ARQ-LANCAMENTOS-S FROM CTB-DETALHE-FIELDS
                   IF WS-TAB-NATUREZA-CT(WS-CTB-MAPA-IDX) EQUAL 'D'
                       ADD WS-TAB-VALOR-AC(WS-CTB-IDX)
                           TO WS-CTB-TOTAL-DEBITO
                   ELSE
                       ADD WS-TAB-VALOR-AC(WS-CTB-IDX)
                           TO WS-CTB-TOTAL-CREDITO
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CTB-MAPEADO EQUAL 'N'
               ADD 1 TO WS-CTB-SEM-MAPA
               MOVE 'INTERFACE-CONTABIL' TO WS-EXC-ORIGEM
               MOVE SPACES TO WS-EXC-CHAVE
               STRING 'EVT=' WS-TAB-EVENTO-AC(WS-CTB-IDX)
                      ' CC=' WS-TAB-DEP-AC(WS-CTB-IDX)
                      ' PER=' WS-TAB-PERIODO-AC(WS-CTB-IDX)
                   DELIMITED BY SIZE INTO WS-EXC-CHAVE
               MOVE 'E' TO WS-EXC-SEVERIDADE
               MOVE 'EVENTO SEM MAPEAMENTO CONTABIL, NAO LANCADO'
                   TO WS-EXC-MOTIVO
               PERFORM 3900-GRAVAR-EXC-CONSOLIDADA
           END-IF.

       2973-GRAVAR-LANCTOS-EVENTO-FIM.
           EXIT.

       2975-CONTABILIZAR-FOLHA-FUNC SECTION.
           MOVE WS-TAB-ID-DEP-FUNC-T(WS-FUNC-IDX) TO WS-CTB-DEP.
           MOVE WS-PERIODO-EXEC TO WS-CTB-PERIODO.

           MOVE 'FOLHA-BRUT' TO WS-CTB-EVENTO.
           MOVE WS-CALC-SAL-BRUTO TO WS-CTB-VALOR.
           PERFORM 2971-ACUMULAR-LANCAMENTO.

           MOVE 'FOLHA-INSS' TO WS-CTB-EVENTO.
           MOVE WS-CALC-INSS TO WS-CTB-VALOR.
           PERFORM 2971-ACUMULAR-LANCAMENTO.

           MOVE 'FOLHA-IRRF' TO WS-CTB-EVENTO.
           MOVE WS-CALC-IRRF TO WS-CTB-VALOR.
           PERFORM 2971-ACUMULAR-LANCAMENTO.

           MOVE 'FOLHA-DESC' TO WS-CTB-EVENTO.
           COMPUTE WS-CTB-VALOR = WS-CALC-SAL-BRUTO - WS-CALC-INSS
               - WS-CALC-IRRF - WS-CALC-LIQUIDO.
           PERFORM 2971-ACUMULAR-LANCAMENTO.

           MOVE 'FOLHA-LIQ' TO WS-CTB-EVENTO.
           MOVE WS-CALC-LIQUIDO TO WS-CTB-VALOR.
           PERFORM 2971-ACUMULAR-LANCAMENTO.

           MOVE 'FOLHA-FGTS' TO WS-CTB-EVENTO.
           MOVE WS-CALC-FGTS TO WS-CTB-VALOR.
           PERFORM 2971-ACUMULAR-LANCAMENTO.

       2975-CONTABILIZAR-FOLHA-FUNC-FIM.
           EXIT.

       2976-CONTABILIZAR-RPS SECTION.
           MOVE ZEROS TO WS-CTB-DEP.
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-TAB-QTD
               IF WS-TAB-ID-PROJ-PT(WS-PROJ-IDX)
                       EQUAL WS-TAB-ID-PROJ-CR(WS-FAT-IDX)
                   MOVE WS-TAB-ID-DEP-PT(WS-PROJ-IDX) TO WS-CTB-DEP
               END-IF
           END-PERFORM.
           MOVE WS-DATA-EXECUCAO(1:6) TO WS-CTB-PERIODO.

           MOVE 'FAT-RECEIT' TO WS-CTB-EVENTO.
           MOVE WS-TRIB-BASE TO WS-CTB-VALOR.
           PERFORM 2971-ACUMULAR-LANCAMENTO.

           MOVE 'FAT-RETIDO' TO WS-CTB-EVENTO.
           MOVE WS-TRIB-RETIDO TO WS-CTB-VALOR.
           PERFORM 2971-ACUMULAR-LANCAMENTO.

           MOVE 'FAT-RECEB' TO WS-CTB-EVENTO.
           MOVE WS-TRIB-LIQUIDO TO WS-CTB-VALOR.
           PERFORM 2971-ACUMULAR-LANCAMENTO.

           IF WS-TRIB-ISS-RETIDO NOT EQUAL 'S'
               MOVE 'FAT-ISS' TO WS-CTB-EVENTO
               MOVE WS-TRIB-ISS TO WS-CTB-VALOR
               PERFORM 2971-ACUMULAR-LANCAMENTO
           END-IF.

       2976-CONTABILIZAR-RPS-FIM.
           EXIT.

       2977-CONTABILIZAR-PAGAMENTO SECTION.
           MOVE ZEROS TO WS-CTB-DEP.
           PERFORM 2751-CARREGAR-TAB-FUNCIONARIOS.
           MOVE WS-RET-ID-FUNC TO WS-POS-ID-BUSCA.
           PERFORM 3952-LOCALIZAR-POS-FUNC.
           IF WS-POS-FUNC GREATER THAN ZEROS
               MOVE WS-TAB-ID-DEP-FUNC-T(WS-POS-FUNC) TO WS-CTB-DEP
           END-IF.
           MOVE WS-DATA-EXECUCAO(1:6) TO WS-CTB-PERIODO.
           MOVE 'PAGTO-CONF' TO WS-CTB-EVENTO.
           MOVE WS-TAB-VALOR-RM(WS-RET-IDX) TO WS-CTB-VALOR.
           PERFORM 2971-ACUMULAR-LANCAMENTO.

       2977-CONTABILIZAR-PAGAMENTO-FIM.
           EXIT.

       2978-CONTABILIZAR-CANCEL-RPS SECTION.
           PERFORM 2141-CARREGAR-TAB-PROJETOS.
           MOVE ZEROS TO WS-CTB-DEP.
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                   UNTIL WS-PROJ-IDX > WS-PROJ-TAB-QTD
               IF WS-TAB-ID-PROJ-PT(WS-PROJ-IDX)
                       EQUAL WS-TAB-ID-PROJ-RP(WS-RPS-POS)
                   MOVE WS-TAB-ID-DEP-PT(WS-PROJ-IDX) TO WS-CTB-DEP
               END-IF
           END-PERFORM.
           MOVE WS-DATA-EXECUCAO(1:6) TO WS-CTB-PERIODO.

           MOVE 'FAT-CANCEL' TO WS-CTB-EVENTO.
           MOVE WS-TAB-SERVICO-RP(WS-RPS-POS) TO WS-CTB-VALOR.
           PERFORM 2971-ACUMULAR-LANCAMENTO.

           MOVE 'FAT-CANCRT' TO WS-CTB-EVENTO.
           COMPUTE WS-CTB-VALOR = WS-TAB-SERVICO-RP(WS-RPS-POS)
               - WS-TAB-LIQUIDO-RP(WS-RPS-POS).
           PERFORM 2971-ACUMULAR-LANCAMENTO.

           MOVE 'FAT-CANCRC' TO WS-CTB-EVENTO.
           MOVE WS-TAB-LIQUIDO-RP(WS-RPS-POS) TO WS-CTB-VALOR.
           PERFORM 2971-ACUMULAR-LANCAMENTO.

           IF WS-TAB-ISS-RET-RP(WS-RPS-POS) NOT EQUAL 'S'
               MOVE 'FAT-CANCIS' TO WS-CTB-EVENTO
               MOVE WS-TAB-ISS-RP(WS-RPS-POS) TO WS-CTB-VALOR
               PERFORM 2971-ACUMULAR-LANCAMENTO
           END-IF.

       2978-CONTABILIZAR-CANCEL-RPS-FIM.
           EXIT.

       2980-FECHAMENTO-ANUAL SECTION.
           PERFORM 2466-CARREGAR-ACUMULADOS.
           PERFORM 2751-CARREGAR-TAB-FUNCIONARIOS.

           MOVE ZEROS TO WS-ANU-QTD.
           MOVE ZEROS TO WS-ANU-TOT-BRUTO.
           MOVE ZEROS TO WS-ANU-TOT-IRRF.
           MOVE ZEROS TO WS-CNT-ACU-DIVERG.
           PERFORM VARYING WS-ACU-MES FROM 1 BY 1
                   UNTIL WS-ACU-MES > 12
               MOVE ZEROS TO WS-TAB-FUNCS-AM(WS-ACU-MES)
               MOVE ZEROS TO WS-TAB-BRUTO-AM(WS-ACU-MES)
               MOVE ZEROS TO WS-TAB-IRRF-AM(WS-ACU-MES)
           END-PERFORM.

           PERFORM VARYING WS-ACU-IDX FROM 1 BY 1
                   UNTIL WS-ACU-IDX > WS-ACU-QTD
               IF WS-TAB-PERIODO-AF(WS-ACU-IDX)(1:4)
                       EQUAL WS-PAR-ANO-FECHAMENTO
                   PERFORM 2981-SOMAR-ACUMULADO-ANO
               END-IF
           END-PERFORM.

           PERFORM 2982-GERAR-INFORMES.
           PERFORM 2983-GERAR-RESUMO-IRRF.

       2980-FECHAMENTO-ANUAL-FIM.
           EXIT.

       2981-SOMAR-ACUMULADO-ANO SECTION.
           MOVE 'N' TO WS-ANU-ACHADO.
           MOVE ZEROS TO WS-ANU-POS.
           PERFORM VARYING WS-ANU-IDX FROM 1 BY 1
                   UNTIL WS-ANU-IDX > WS-ANU-QTD
                      OR WS-ANU-ACHADO EQUAL 'S'
               IF WS-TAB-ID-FUNC-AN(WS-ANU-IDX)
                       EQUAL WS-TAB-ID-FUNC-AF(WS-ACU-IDX)
                   MOVE 'S' TO WS-ANU-ACHADO
                   MOVE WS-ANU-IDX TO WS-ANU-POS
               END-IF
           END-PERFORM.

           IF WS-ANU-ACHADO EQUAL 'N'
               IF WS-ANU-QTD GREATER THAN OR EQUAL TO 10000
                   MOVE 'FECHAMENTO-ANUAL' TO WS-ABORT-TABELA
                   PERFORM 9100-ABORTAR-CAPACIDADE
               END-IF
               ADD 1 TO WS-ANU-QTD
               MOVE WS-ANU-QTD TO WS-ANU-POS
               MOVE WS-TAB-ID-FUNC-AF(WS-ACU-IDX)
                   TO WS-TAB-ID-FUNC-AN(WS-ANU-POS)
               MOVE ZEROS TO WS-TAB-BRUTO-AN(WS-ANU-POS)
               MOVE ZEROS TO WS-TAB-INSS-AN(WS-ANU-POS)
               MOVE ZEROS TO WS-TAB-IRRF-AN(WS-ANU-POS)
               MOVE ZEROS TO WS-TAB-FGTS-AN(WS-ANU-POS)
               MOVE ZEROS TO WS-TAB-13-PAGO-AN(WS-ANU-POS)
               MOVE ZEROS TO WS-TAB-RESCISAO-AN(WS-ANU-POS)
               MOVE ZEROS TO WS-TAB-FERIAS-AN(WS-ANU-POS)
           END-IF.

           ADD WS-TAB-BRUTO-AF(WS-ACU-IDX)
               TO WS-TAB-BRUTO-AN(WS-ANU-POS).
           ADD WS-TAB-INSS-AF(WS-ACU-IDX)
               WS-TAB-RESC-INSS-AF(WS-ACU-IDX)
               TO WS-TAB-INSS-AN(WS-ANU-POS).
           ADD WS-TAB-IRRF-AF(WS-ACU-IDX)
               WS-TAB-RESC-IRRF-AF(WS-ACU-IDX)
               TO WS-TAB-IRRF-AN(WS-ANU-POS).
           ADD WS-TAB-FGTS-AF(WS-ACU-IDX)
               TO WS-TAB-FGTS-AN(WS-ANU-POS).
           ADD WS-TAB-13-PAGO-AF(WS-ACU-IDX)
               TO WS-TAB-13-PAGO-AN(WS-ANU-POS).
           ADD WS-TAB-RESCISAO-AF(WS-ACU-IDX)
               TO WS-TAB-RESCISAO-AN(WS-ANU-POS).
           ADD WS-TAB-FERIAS-AF(WS-ACU-IDX)
               TO WS-TAB-FERIAS-AN(WS-ANU-POS).

           MOVE WS-TAB-PERIODO-AF(WS-ACU-IDX)(5:2) TO WS-ACU-MES.
           IF WS-ACU-MES GREATER THAN ZEROS
                   AND WS-ACU-MES NOT GREATER THAN 12
               IF WS-TAB-BRUTO-AF(WS-ACU-IDX) GREATER THAN ZEROS
                   ADD 1 TO WS-TAB-FUNCS-AM(WS-ACU-MES)
               END-IF
               ADD WS-TAB-BRUTO-AF(WS-ACU-IDX)
                   TO WS-TAB-BRUTO-AM(WS-ACU-MES)
               ADD WS-TAB-IRRF-AF(WS-ACU-IDX)
                   WS-TAB-RESC-IRRF-AF(WS-ACU-IDX)
                   TO WS-TAB-IRRF-AM(WS-ACU-MES)
           END-IF.

       2981-SOMAR-ACUMULADO-ANO-FIM.
           EXIT.

       2982-GERAR-INFORMES SECTION.
           OPEN OUTPUT INFORME-RENDIMENTOS-S.
           IF AS-STATUS-S47 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S47
           END-IF.
           MOVE WS-ARQ-INFORME-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           MOVE WS-PAR-ANO-FECHAMENTO TO INF-T-ANO.
           WRITE ARQ-INFORME-S FROM INFORME-TITULO-FIELDS.
           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-INFORME-S FROM RELATORIO-DATA-FIELDS.

           PERFORM VARYING WS-ANU-IDX FROM 1 BY 1
                   UNTIL WS-ANU-IDX > WS-ANU-QTD
               PERFORM 2984-IMPRIMIR-INFORME-FUNC
           END-PERFORM.

           CLOSE INFORME-RENDIMENTOS-S.

           DISPLAY 'FECHAMENTO ANUAL: INFORMES EMITIDOS = '
               WS-ANU-QTD.

       2982-GERAR-INFORMES-FIM.
           EXIT.

       2983-GERAR-RESUMO-IRRF SECTION.
           PERFORM 2811-CARREGAR-HISTORICO.

           OPEN OUTPUT RESUMO-IRRF-S.
           IF AS-STATUS-S48 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S48
           END-IF.
           MOVE WS-ARQ-RESUMO-IRRF-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           MOVE WS-PAR-ANO-FECHAMENTO TO RIR-T-ANO.
           WRITE ARQ-RESUMO-IRRF-S FROM RESUMO-IRRF-TITULO-FIELDS.
           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-RESUMO-IRRF-S FROM RELATORIO-DATA-FIELDS.

           PERFORM VARYING WS-ACU-MES FROM 1 BY 1
                   UNTIL WS-ACU-MES > 12
               COMPUTE WS-ANU-PERIODO =
                   WS-PAR-ANO-FECHAMENTO * 100 + WS-ACU-MES
               MOVE 'N' TO WS-ACU-HIST-ACHADO
               MOVE ZEROS TO WS-ACU-HIST-FOLHA
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-HIST-QTD
                   IF WS-TAB-PERIODO-H(WS-I) EQUAL WS-ANU-PERIODO
                           AND WS-TAB-TIPO-H(WS-I) EQUAL 'T'
                       MOVE 'S' TO WS-ACU-HIST-ACHADO
                       MOVE WS-TAB-FOLHA-H(WS-I) TO WS-ACU-HIST-FOLHA
                   END-IF
               END-PERFORM

               IF WS-ACU-HIST-ACHADO EQUAL 'S'
                       OR WS-TAB-BRUTO-AM(WS-ACU-MES) GREATER THAN ZEROS
                   MOVE WS-ANU-PERIODO TO RIR-M-PERIODO
                   MOVE WS-TAB-FUNCS-AM(WS-ACU-MES) TO RIR-M-FUNCS
                   MOVE WS-TAB-BRUTO-AM(WS-ACU-MES) TO RIR-M-BRUTO
                   MOVE WS-TAB-IRRF-AM(WS-ACU-MES) TO RIR-M-IRRF
                   MOVE WS-ACU-HIST-FOLHA TO RIR-M-HIST
                   IF WS-ACU-HIST-ACHADO EQUAL 'N'
                       MOVE 'SEM HISTORICO' TO RIR-M-SITUACAO
                       PERFORM 2985-REGISTRAR-DIVERGENCIA
                   ELSE
                       IF WS-ACU-HIST-FOLHA NOT EQUAL
                               WS-TAB-BRUTO-AM(WS-ACU-MES)
                           MOVE 'DIVERGENTE' TO RIR-M-SITUACAO
                           PERFORM 2985-REGISTRAR-DIVERGENCIA
                       ELSE
                           MOVE 'CONFERIDO' TO RIR-M-SITUACAO
                       END-IF
                   END-IF
                   WRITE ARQ-RESUMO-IRRF-S FROM RESUMO-IRRF-MES-FIELDS
                   ADD WS-TAB-BRUTO-AM(WS-ACU-MES) TO WS-ANU-TOT-BRUTO
                   ADD WS-TAB-IRRF-AM(WS-ACU-MES) TO WS-ANU-TOT-IRRF
               END-IF
           END-PERFORM.

           MOVE WS-ANU-TOT-BRUTO TO RIR-T-BRUTO.
           MOVE WS-ANU-TOT-IRRF TO RIR-T-IRRF.
           MOVE WS-CNT-ACU-DIVERG TO RIR-T-DIVERG.
           WRITE ARQ-RESUMO-IRRF-S FROM RESUMO-IRRF-TOTAL-FIELDS.

           CLOSE RESUMO-IRRF-S.

           DISPLAY 'FECHAMENTO ANUAL: IRRF RETIDO NO ANO = '
               WS-ANU-TOT-IRRF ' MESES DIVERGENTES = '
               WS-CNT-ACU-DIVERG.

       2983-GERAR-RESUMO-IRRF-FIM.
           EXIT.

       2984-IMPRIMIR-INFORME-FUNC SECTION.
           MOVE WS-TAB-ID-FUNC-AN(WS-ANU-IDX) TO WS-POS-ID-BUSCA.
           PERFORM 3953-LER-FUNCIONARIO-ATUAL.
           MOVE WS-TAB-ID-FUNC-AN(WS-ANU-IDX) TO INF-F-ID-FUNC.
           IF WS-FATU-ACHADO EQUAL 'S'
               MOVE WS-FATU-NOME TO INF-F-NOME
               MOVE WS-FATU-CPF TO INF-F-CPF
           ELSE
               MOVE 'DESCONHECIDO' TO INF-F-NOME
               MOVE SPACES TO INF-F-CPF
           END-IF.
           MOVE SPACES TO ARQ-INFORME-S.
           WRITE ARQ-INFORME-S.
           WRITE ARQ-INFORME-S FROM INFORME-FUNC-FIELDS.

           MOVE 'RENDIMENTOS TRIBUTAVEIS (SALARIOS)'
               TO INF-L-DESCRICAO.
           MOVE WS-TAB-BRUTO-AN(WS-ANU-IDX) TO INF-L-VALOR.
           WRITE ARQ-INFORME-S FROM INFORME-LINHA-FIELDS.

           MOVE 'CONTRIBUICAO PREVIDENCIARIA OFICIAL (INSS)'
               TO INF-L-DESCRICAO.
           MOVE WS-TAB-INSS-AN(WS-ANU-IDX) TO INF-L-VALOR.
           WRITE ARQ-INFORME-S FROM INFORME-LINHA-FIELDS.

           MOVE 'IMPOSTO SOBRE A RENDA RETIDO NA FONTE'
               TO INF-L-DESCRICAO.
           MOVE WS-TAB-IRRF-AN(WS-ANU-IDX) TO INF-L-VALOR.
           WRITE ARQ-INFORME-S FROM INFORME-LINHA-FIELDS.

           MOVE '13O SALARIO (TRIBUTACAO EXCLUSIVA)'
               TO INF-L-DESCRICAO.
           MOVE WS-TAB-13-PAGO-AN(WS-ANU-IDX) TO INF-L-VALOR.
           WRITE ARQ-INFORME-S FROM INFORME-LINHA-FIELDS.

           MOVE 'VERBAS RESCISORIAS (AVISO E 13O PROPORCIONAL)'
               TO INF-L-DESCRICAO.
           MOVE WS-TAB-RESCISAO-AN(WS-ANU-IDX) TO INF-L-VALOR.
           WRITE ARQ-INFORME-S FROM INFORME-LINHA-FIELDS.

           MOVE 'FERIAS INDENIZADAS (RENDIMENTO ISENTO)'
               TO INF-L-DESCRICAO.
           MOVE WS-TAB-FERIAS-AN(WS-ANU-IDX) TO INF-L-VALOR.
           WRITE ARQ-INFORME-S FROM INFORME-LINHA-FIELDS.

           MOVE 'FGTS DEPOSITADO NO ANO'
               TO INF-L-DESCRICAO.
           MOVE WS-TAB-FGTS-AN(WS-ANU-IDX) TO INF-L-VALOR.
           WRITE ARQ-INFORME-S FROM INFORME-LINHA-FIELDS.

       2984-IMPRIMIR-INFORME-FUNC-FIM.
           EXIT.

       2985-REGISTRAR-DIVERGENCIA SECTION.
           ADD 1 TO WS-CNT-ACU-DIVERG.
           MOVE 'FECHAMENTO-ANUAL' TO WS-EXC-ORIGEM.
           MOVE SPACES TO WS-EXC-CHAVE.
           STRING 'PERIODO=' WS-ANU-PERIODO
                  ' ACUM=' WS-TAB-BRUTO-AM(WS-ACU-MES)
               DELIMITED BY SIZE INTO WS-EXC-CHAVE.
           MOVE 'E' TO WS-EXC-SEVERIDADE.
           MOVE 'ACUMULADOS DO MES NAO CONFEREM COM O HISTORICO'
               TO WS-EXC-MOTIVO.
           PERFORM 3900-GRAVAR-EXC-CONSOLIDADA.

       2985-REGISTRAR-DIVERGENCIA-FIM.
           EXIT.

       2990-GERAR-RELATORIO-TITULAR SECTION.
           OPEN OUTPUT TITULAR-DADOS-S.
           IF AS-STATUS-S55 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S55
           END-IF.
           MOVE WS-ARQ-TITULAR-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           WRITE ARQ-TITULAR-S FROM TITULAR-TITULO-FIELDS.
           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-TITULAR-S FROM RELATORIO-DATA-FIELDS.
           MOVE WS-PAR-TITULAR-CPF TO TIT-CPF.
           WRITE ARQ-TITULAR-S FROM TITULAR-CPF-FIELDS.

           MOVE ZEROS TO WS-CNT-TITULAR.
           MOVE WS-PAR-TITULAR-CPF TO WS-VAL-TEXTO.
           PERFORM 2771-EXTRAIR-DIGITOS.
           MOVE WS-VAL-DIGITOS(1:11) TO WS-LGPD-CPF-BUSCA.

           IF WS-VAL-QTD-DIG NOT EQUAL 11
               DISPLAY 'TITULAR: CPF INVALIDO ' WS-PAR-TITULAR-CPF
               MOVE 'CPF INFORMADO INVALIDO, PESQUISA NAO REALIZADA'
                   TO ARQ-TITULAR-S
               WRITE ARQ-TITULAR-S
           ELSE
               PERFORM 2141-CARREGAR-TAB-PROJETOS
               PERFORM 2901-CARREGAR-CONTAS-RECEBER
               PERFORM 2991-TITULAR-CLIENTES

               PERFORM 2451-CARREGAR-TAB-CARGOS
               PERFORM 2751-CARREGAR-TAB-FUNCIONARIOS
               PERFORM 2759-CARREGAR-TAB-CONTAS
               PERFORM 2651-CARREGAR-TAB-PROJFUNC
               PERFORM 2466-CARREGAR-ACUMULADOS
               PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                       UNTIL WS-FUNC-IDX > WS-FUNC-QTD
                   MOVE WS-TAB-CPF-FUNC(WS-FUNC-IDX) TO WS-VAL-TEXTO
                   PERFORM 2771-EXTRAIR-DIGITOS
                   IF WS-VAL-DIGITOS(1:11) EQUAL WS-LGPD-CPF-BUSCA
                       PERFORM 2993-TITULAR-FUNCIONARIO
                   END-IF
               END-PERFORM

               IF WS-CNT-TITULAR EQUAL ZEROS
                   MOVE 'NENHUM REGISTRO ENCONTRADO PARA O CPF'
                       TO ARQ-TITULAR-S
                   WRITE ARQ-TITULAR-S
               END-IF
           END-IF.

           MOVE WS-CNT-TITULAR TO TIT-T-QTD.
           WRITE ARQ-TITULAR-S FROM TITULAR-TOTAL-FIELDS.

           CLOSE TITULAR-DADOS-S.

           DISPLAY 'TITULAR: REGISTROS ENCONTRADOS = ' WS-CNT-TITULAR.

       2990-GERAR-RELATORIO-TITULAR-FIM.
           EXIT.

       2991-TITULAR-CLIENTES SECTION.
           OPEN INPUT CLIENTES.
           IF AS-STATUS-E1 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E1
           END-IF.

           MOVE 'N' TO AS-FIM1.
           READ CLIENTES.
           IF AS-STATUS-E1 NOT EQUAL TO ZEROS
               MOVE 'S' TO AS-FIM1
           END-IF.

           PERFORM UNTIL AS-FIM1 EQUAL 'S'
               MOVE ARQ-L-CPF TO WS-VAL-TEXTO
               PERFORM 2771-EXTRAIR-DIGITOS
               IF WS-VAL-DIGITOS(1:11) EQUAL WS-LGPD-CPF-BUSCA
                   PERFORM 2992-TITULAR-CLIENTE
               END-IF

               READ CLIENTES

           CLOSE CLIENTES.

       2991-TITULAR-CLIENTES-FIM.
           EXIT.

       2992-TITULAR-CLIENTE SECTION.
           ADD 1 TO WS-CNT-TITULAR.

           MOVE 'CADASTRO DE CLIENTES' TO TIT-S-TEXTO.
           MOVE ARQ-L-ID TO TIT-S-ID.
           WRITE ARQ-TITULAR-S FROM TITULAR-SECAO-FIELDS.

           MOVE 'NOME' TO TIT-C-CAMPO.
           MOVE ARQ-L-NOME TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'CPF' TO TIT-C-CAMPO.
           MOVE ARQ-L-CPF TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'TELEFONE' TO TIT-C-CAMPO.
           MOVE ARQ-L-TELEFONE TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'EMAIL' TO TIT-C-CAMPO.
           MOVE ARQ-L-EMAIL TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'ENDERECO' TO TIT-C-CAMPO.
           MOVE ARQ-L-ENDERECO TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'DESCRICAO' TO TIT-C-CAMPO.
           MOVE ARQ-L-DESCRICAO TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'STATUS' TO TIT-C-CAMPO.
           MOVE ARQ-L-STATUS TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.

           PERFORM VARYING WS-LGPD-TAB-IDX FROM 1 BY 1
                   UNTIL WS-LGPD-TAB-IDX > WS-PROJ-TAB-QTD
               IF WS-TAB-ID-CLI-PT(WS-LGPD-TAB-IDX) EQUAL ARQ-L-ID
                   MOVE 'PROJETO' TO TIT-C-CAMPO
                   MOVE SPACES TO TIT-C-VALOR
                   STRING WS-TAB-ID-PROJ-PT(WS-LGPD-TAB-IDX) ' '
                          WS-TAB-DATA-PT(WS-LGPD-TAB-IDX) ' '
                          DELIMITED BY SIZE
                          WS-TAB-NOME-PROJ-PT(WS-LGPD-TAB-IDX)
                          DELIMITED BY '  '
                       INTO TIT-C-VALOR
                   WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-LGPD-TAB-IDX FROM 1 BY 1
                   UNTIL WS-LGPD-TAB-IDX > WS-CR-QTD
               IF WS-TAB-ID-CLI-CR(WS-LGPD-TAB-IDX) EQUAL ARQ-L-ID
                   MOVE 'CONTA A RECEBER' TO TIT-C-CAMPO
                   MOVE SPACES TO TIT-C-VALOR
                   STRING 'PROJ ' WS-TAB-ID-PROJ-CR(WS-LGPD-TAB-IDX)
                          ' PARC ' WS-TAB-PARCELA-CR(WS-LGPD-TAB-IDX)
                          ' EMISSAO '
                          WS-TAB-EMISSAO-CR(WS-LGPD-TAB-IDX)
                          ' VALOR ' WS-TAB-VALOR-CR(WS-LGPD-TAB-IDX)
                          ' PAGTO '
                          WS-TAB-DATA-PAGTO-CR(WS-LGPD-TAB-IDX)
                          DELIMITED BY SIZE
                       INTO TIT-C-VALOR
                   WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS
               END-IF
           END-PERFORM.

       2992-TITULAR-CLIENTE-FIM.
           EXIT.

       2993-TITULAR-FUNCIONARIO SECTION.
           ADD 1 TO WS-CNT-TITULAR.

           MOVE 'CADASTRO DE FUNCIONARIOS' TO TIT-S-TEXTO.
           MOVE WS-TAB-ID-FUNC(WS-FUNC-IDX) TO TIT-S-ID.
           WRITE ARQ-TITULAR-S FROM TITULAR-SECAO-FIELDS.

           MOVE 'NOME' TO TIT-C-CAMPO.
           MOVE WS-TAB-NOME-FUNC(WS-FUNC-IDX) TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'CPF' TO TIT-C-CAMPO.
           MOVE WS-TAB-CPF-FUNC(WS-FUNC-IDX) TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'TELEFONE' TO TIT-C-CAMPO.
           MOVE WS-TAB-TEL-FUNC-T(WS-FUNC-IDX) TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'EMAIL' TO TIT-C-CAMPO.
           MOVE WS-TAB-EMAIL-FUNC-T(WS-FUNC-IDX) TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'ENDERECO' TO TIT-C-CAMPO.
           MOVE WS-TAB-END-FUNC-T(WS-FUNC-IDX) TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'STATUS' TO TIT-C-CAMPO.
           MOVE WS-TAB-STATUS-FUNC-T(WS-FUNC-IDX) TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'TIPO CONTRATO' TO TIT-C-CAMPO.
           MOVE WS-TAB-TIPO-CONTR-T(WS-FUNC-IDX) TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'MODO TRABALHO' TO TIT-C-CAMPO.
           MOVE WS-TAB-MODO-TRAB-T(WS-FUNC-IDX) TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'FORMACAO' TO TIT-C-CAMPO.
           MOVE WS-TAB-FORMACAO-T(WS-FUNC-IDX) TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.

           MOVE 'CARGO' TO TIT-C-CAMPO.
           MOVE SPACES TO TIT-C-VALOR.
           MOVE WS-TAB-ID-CARGO-FUNC(WS-FUNC-IDX) TO WS-POS-ID-BUSCA.
           PERFORM 3951-LOCALIZAR-POS-CARGO.
           IF WS-POS-CARGO GREATER THAN ZEROS
               STRING WS-TAB-ID-CARGO-FUNC(WS-FUNC-IDX) ' '
                      WS-TAB-NOME-CARGO(WS-POS-CARGO)
                      DELIMITED BY SIZE
                   INTO TIT-C-VALOR
           ELSE
               MOVE WS-TAB-ID-CARGO-FUNC(WS-FUNC-IDX) TO TIT-C-VALOR
           END-IF.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.
           MOVE 'DEPARTAMENTO' TO TIT-C-CAMPO.
           MOVE WS-TAB-ID-DEP-FUNC-T(WS-FUNC-IDX) TO TIT-C-VALOR.
           WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS.

           PERFORM VARYING WS-LGPD-TAB-IDX FROM 1 BY 1
                   UNTIL WS-LGPD-TAB-IDX > WS-CONTA-TAB-QTD
               IF WS-TAB-ID-FUNC-CN(WS-LGPD-TAB-IDX)
                       EQUAL WS-TAB-ID-FUNC(WS-FUNC-IDX)
                   MOVE 'CONTA BANCARIA' TO TIT-C-CAMPO
                   MOVE SPACES TO TIT-C-VALOR
                   STRING 'AG ' DELIMITED BY SIZE
                          WS-TAB-AGENCIA-CN(WS-LGPD-TAB-IDX)
                          DELIMITED BY '  '
                          ' CONTA ' DELIMITED BY SIZE
                          WS-TAB-NUMERO-CN(WS-LGPD-TAB-IDX)
                          DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          WS-TAB-TIPO-CN(WS-LGPD-TAB-IDX)
                          DELIMITED BY '  '
                          ' SITUACAO '
                          WS-TAB-SITUACAO-CN(WS-LGPD-TAB-IDX)
                          DELIMITED BY SIZE
                       INTO TIT-C-VALOR
                   WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-LGPD-TAB-IDX FROM 1 BY 1
                   UNTIL WS-LGPD-TAB-IDX > WS-PROJFUNC-QTD
               IF WS-TAB-ID-FUNC-PF(WS-LGPD-TAB-IDX)
                       EQUAL WS-TAB-ID-FUNC(WS-FUNC-IDX)
                   MOVE 'ALOCACAO' TO TIT-C-CAMPO
                   MOVE SPACES TO TIT-C-VALOR
                   MOVE WS-TAB-PERC-PF(WS-LGPD-TAB-IDX)
                       TO WS-LGPD-PERC-ED
                   STRING 'PROJ '
                          WS-TAB-ID-PROJETO-PF(WS-LGPD-TAB-IDX)
                          ' PERC ' WS-LGPD-PERC-ED
                          ' INICIO '
                          WS-TAB-DT-INICIO-PF(WS-LGPD-TAB-IDX)
                          ' FIM ' WS-TAB-DT-FIM-PF(WS-LGPD-TAB-IDX) ' '
                          WS-TAB-PAPEL-PF(WS-LGPD-TAB-IDX)
                          DELIMITED BY SIZE
                       INTO TIT-C-VALOR
                   WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-LGPD-TAB-IDX FROM 1 BY 1
                   UNTIL WS-LGPD-TAB-IDX > WS-ACU-QTD
               IF WS-TAB-ID-FUNC-AF(WS-LGPD-TAB-IDX)
                       EQUAL WS-TAB-ID-FUNC(WS-FUNC-IDX)
                   MOVE 'ACUMULADO MENSAL' TO TIT-C-CAMPO
                   MOVE SPACES TO TIT-C-VALOR
                   STRING 'PERIODO ' WS-TAB-PERIODO-AF(WS-LGPD-TAB-IDX)
                          ' BRUTO ' WS-TAB-BRUTO-AF(WS-LGPD-TAB-IDX)
                          ' INSS ' WS-TAB-INSS-AF(WS-LGPD-TAB-IDX)
                          ' IRRF ' WS-TAB-IRRF-AF(WS-LGPD-TAB-IDX)
                          ' FGTS ' WS-TAB-FGTS-AF(WS-LGPD-TAB-IDX)
                          DELIMITED BY SIZE
                       INTO TIT-C-VALOR
                   WRITE ARQ-TITULAR-S FROM TITULAR-CAMPO-FIELDS
               END-IF
           END-PERFORM.

       2993-TITULAR-FUNCIONARIO-FIM.
           EXIT.

       2995-ANONIMIZAR-DADOS SECTION.
           OPEN OUTPUT ANONIMIZACAO-S.
           IF AS-STATUS-S54 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-S54
           END-IF.
           MOVE WS-ARQ-ANONIMIZACAO-S TO WS-GER-NOME-REG.
           PERFORM 1125-REGISTRAR-UMA-SAIDA.

           MOVE WS-DATA-EXECUCAO(1:6) TO WS-LGPD-DATA-TXT.
           COMPUTE WS-LGPD-CORTE =
               WS-LGPD-DATA - (WS-PAR-RETENCAO-LGPD * 100).
           MOVE ZEROS TO WS-CNT-ANON-CLI.
           MOVE ZEROS TO WS-CNT-ANON-FUNC.
           MOVE ZEROS TO WS-CNT-ANON-SEM-DATA.

           WRITE ARQ-ANONIMIZACAO-S FROM ANONIMIZACAO-TITULO-FIELDS.
           MOVE WS-DATA-EXECUCAO TO REL-DATA-EXECUCAO.
           WRITE ARQ-ANONIMIZACAO-S FROM RELATORIO-DATA-FIELDS.
           MOVE WS-PAR-RETENCAO-LGPD TO ANON-P-RETENCAO.
           MOVE WS-LGPD-CORTE TO ANON-P-CORTE.
           IF WS-PAR-SIMULACAO EQUAL 'S'
               MOVE 'SIMULACAO, CADASTROS NAO ALTERADOS'
                   TO ANON-P-MODO
           ELSE
               MOVE 'CADASTROS REGRAVADOS' TO ANON-P-MODO
           END-IF.
           WRITE ARQ-ANONIMIZACAO-S FROM ANON-PARAMETROS-FIELDS.

           PERFORM 2141-CARREGAR-TAB-PROJETOS.
           PERFORM 2901-CARREGAR-CONTAS-RECEBER.
           PERFORM 2996-ANONIMIZAR-CLIENTES.

           PERFORM 2466-CARREGAR-ACUMULADOS.
           PERFORM 2751-CARREGAR-TAB-FUNCIONARIOS.
           PERFORM 2998-ANONIMIZAR-FUNCIONARIOS.

           MOVE WS-CNT-ANON-CLI TO ANON-T-CLI.
           MOVE WS-CNT-ANON-FUNC TO ANON-T-FUNC.
           MOVE WS-CNT-ANON-SEM-DATA TO ANON-T-SEM-DATA.
           WRITE ARQ-ANONIMIZACAO-S FROM ANON-TOTAL-FIELDS.

           CLOSE ANONIMIZACAO-S.

           DISPLAY 'ANONIMIZACAO: CLIENTES = ' WS-CNT-ANON-CLI
               ' FUNCIONARIOS = ' WS-CNT-ANON-FUNC
               ' SEM DATA, MANTIDOS = ' WS-CNT-ANON-SEM-DATA.

       2995-ANONIMIZAR-DADOS-FIM.
           EXIT.

       2996-ANONIMIZAR-CLIENTES SECTION.
           IF WS-PAR-SIMULACAO EQUAL 'S'
               OPEN INPUT CLIENTES
           ELSE
               OPEN I-O CLIENTES
               IF WS-PAR-INDEXADOS EQUAL 'S'
                   CLOSE CLIENTES-X
                   OPEN I-O CLIENTES-X
                   IF AS-STATUS-X1 NOT EQUAL TO ZEROS
                       DISPLAY 'ERROS NO OPEN' AS-STATUS-X1
                   END-IF
               END-IF
           END-IF.
           IF AS-STATUS-E1 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E1
           END-IF.

           MOVE 'N' TO AS-FIM1.
           READ CLIENTES.
           IF AS-STATUS-E1 NOT EQUAL TO ZEROS
               MOVE 'S' TO AS-FIM1
           END-IF.

           PERFORM UNTIL AS-FIM1 EQUAL 'S'
               PERFORM 2997-ANONIMIZAR-CLIENTE

               READ CLIENTES
                   AT END
                       MOVE 'S' TO AS-FIM1
               END-READ
           END-PERFORM.

           CLOSE CLIENTES.

           IF WS-PAR-SIMULACAO NOT EQUAL 'S'
                   AND WS-PAR-INDEXADOS EQUAL 'S'
               CLOSE CLIENTES-X
               OPEN INPUT CLIENTES-X
               IF AS-STATUS-X1 NOT EQUAL TO ZEROS
                   DISPLAY 'ERROS NO OPEN' AS-STATUS-X1
               END-IF
           END-IF.

       2996-ANONIMIZAR-CLIENTES-FIM.
           EXIT.

       2997-ANONIMIZAR-CLIENTE SECTION.
           MOVE 'N' TO WS-LGPD-ELEGIVEL.
           MOVE ZEROS TO WS-LGPD-ULT-PERIODO.

           IF ARQ-L-STATUS NOT EQUAL 'ATIVO'
                   AND ARQ-L-CPF NOT EQUAL SPACES
                   AND ARQ-L-CPF(1:5) NOT EQUAL 'ANON-'
               MOVE 'S' TO WS-LGPD-ELEGIVEL
               PERFORM VARYING WS-LGPD-TAB-IDX FROM 1 BY 1
                       UNTIL WS-LGPD-TAB-IDX > WS-CR-QTD
                   IF WS-TAB-ID-CLI-CR(WS-LGPD-TAB-IDX) EQUAL ARQ-L-ID
                       COMPUTE WS-LGPD-PER-AUX =
                           WS-TAB-EMISSAO-CR(WS-LGPD-TAB-IDX) / 100
                       IF WS-LGPD-PER-AUX GREATER THAN
                               WS-LGPD-ULT-PERIODO
                           MOVE WS-LGPD-PER-AUX TO WS-LGPD-ULT-PERIODO
                       END-IF
                       COMPUTE WS-LGPD-PER-AUX =
                           WS-TAB-DATA-PAGTO-CR(WS-LGPD-TAB-IDX) / 100
                       IF WS-LGPD-PER-AUX GREATER THAN
                               WS-LGPD-ULT-PERIODO
                           MOVE WS-LGPD-PER-AUX TO WS-LGPD-ULT-PERIODO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-LGPD-TAB-IDX FROM 1 BY 1
                       UNTIL WS-LGPD-TAB-IDX > WS-PROJ-TAB-QTD
                   IF WS-TAB-ID-CLI-PT(WS-LGPD-TAB-IDX) EQUAL ARQ-L-ID
                       MOVE SPACES TO WS-LGPD-DATA-TXT
                       STRING WS-TAB-DATA-PT(WS-LGPD-TAB-IDX)(1:4)
                              WS-TAB-DATA-PT(WS-LGPD-TAB-IDX)(6:2)
                              DELIMITED BY SIZE
                           INTO WS-LGPD-DATA-TXT
                       IF WS-LGPD-DATA-TXT NUMERIC
                           IF WS-LGPD-DATA GREATER THAN
                                   WS-LGPD-ULT-PERIODO
                               MOVE WS-LGPD-DATA TO WS-LGPD-ULT-PERIODO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LGPD-ULT-PERIODO EQUAL ZEROS
                   MOVE 'N' TO WS-LGPD-ELEGIVEL
                   MOVE 'CLIENTE' TO ANON-D-TIPO
                   MOVE ARQ-L-ID TO ANON-D-ID
                   MOVE ARQ-L-CPF TO WS-LGPD-CPF
                   PERFORM 2994-GRAVAR-ANON-SEM-DATA
               ELSE
               IF WS-LGPD-ULT-PERIODO NOT LESS THAN WS-LGPD-CORTE
                   MOVE 'N' TO WS-LGPD-ELEGIVEL
               END-IF
               END-IF
           END-IF.

           IF WS-LGPD-ELEGIVEL EQUAL 'S'
               ADD 1 TO WS-CNT-ANON-CLI
               MOVE SPACES TO WS-LGPD-PSEUDONIMO
               STRING 'CLIENTE ANONIMIZADO ' ARQ-L-ID
                   DELIMITED BY SIZE INTO WS-LGPD-PSEUDONIMO
               MOVE SPACES TO WS-LGPD-CPF-PSEUDO
               STRING 'ANON-C' ARQ-L-ID
                   DELIMITED BY SIZE INTO WS-LGPD-CPF-PSEUDO

               MOVE 'CLIENTE' TO ANON-D-TIPO
               MOVE ARQ-L-ID TO ANON-D-ID
               MOVE ARQ-L-CPF TO WS-LGPD-CPF
               PERFORM 3961-MASCARAR-CPF
               MOVE WS-LGPD-CPF TO ANON-D-CPF
               MOVE WS-LGPD-ULT-PERIODO TO ANON-D-ULT-ATIV
               MOVE WS-LGPD-PSEUDONIMO TO ANON-D-PSEUDONIMO

               IF WS-PAR-SIMULACAO EQUAL 'S'
                   MOVE 'SIMULADO' TO ANON-D-SITUACAO
               ELSE
                   MOVE WS-LGPD-PSEUDONIMO TO ARQ-L-NOME
                   MOVE WS-LGPD-CPF-PSEUDO TO ARQ-L-CPF
                   MOVE SPACES TO ARQ-L-TELEFONE
                   MOVE SPACES TO ARQ-L-EMAIL
                   MOVE SPACES TO ARQ-L-ENDERECO
                   REWRITE ARQ-CLIENTES
                   IF AS-STATUS-E1 NOT EQUAL TO ZEROS
                       DISPLAY 'CLIENTES: ERRO NO REWRITE '
                           AS-STATUS-E1 ' ID ' ARQ-L-ID
                   END-IF
                   IF WS-PAR-INDEXADOS EQUAL 'S'
                       MOVE ARQ-L-ID TO ARQ-X-ID-CLIENTE
                       READ CLIENTES-X
                           INVALID KEY
                               DISPLAY 'CLIENTES-X: CHAVE NAO '
                                   'ENCONTRADA NA ANONIMIZACAO: '
                                   ARQ-L-ID
                           NOT INVALID KEY
                               MOVE ARQ-CLIENTES TO ARQ-CLIENTE-X
                               REWRITE ARQ-CLIENTE-X
                       END-READ
                   END-IF
                   MOVE 'ANONIMIZADO' TO ANON-D-SITUACAO
               END-IF

               WRITE ARQ-ANONIMIZACAO-S FROM ANON-DETALHE-FIELDS
           END-IF.

       2997-ANONIMIZAR-CLIENTE-FIM.
           EXIT.

       2998-ANONIMIZAR-FUNCIONARIOS SECTION.
           IF WS-PAR-SIMULACAO EQUAL 'S'
               OPEN INPUT FUNCIONARIOS
           ELSE
               OPEN I-O FUNCIONARIOS
           END-IF.
           IF AS-STATUS-E4 NOT EQUAL TO ZEROS
               DISPLAY 'ERROS NO OPEN' AS-STATUS-E4
           END-IF.

           MOVE 'N' TO AS-FIM4.
           READ FUNCIONARIOS.
           IF AS-STATUS-E4 NOT EQUAL TO ZEROS
               MOVE 'S' TO AS-FIM4
           END-IF.

           PERFORM UNTIL AS-FIM4 EQUAL 'S'
               PERFORM 2999-ANONIMIZAR-FUNCIONARIO

               READ FUNCIONARIOS
                   AT END
                       MOVE 'S' TO AS-FIM4
               END-READ
           END-PERFORM.

           CLOSE FUNCIONARIOS.

       2998-ANONIMIZAR-FUNCIONARIOS-FIM.
           EXIT.

       2999-ANONIMIZAR-FUNCIONARIO SECTION.
           MOVE 'N' TO WS-LGPD-ELEGIVEL.
           MOVE ZEROS TO WS-LGPD-ULT-PERIODO.

           IF ARQ-L-STATUS-FUNC EQUAL 'DESLIGADO'
                   AND ARQ-L-CPF-FUNC(1:5) NOT EQUAL 'ANON-'
               MOVE ARQ-L-ID-FUNC TO WS-DESLIG-ID-BUSCA
               PERFORM 2391-LOCALIZAR-DESLIGAMENTO
               IF WS-DESLIG-ACHADO NOT EQUAL 'S'
                   MOVE 'S' TO WS-LGPD-ELEGIVEL
                   PERFORM VARYING WS-LGPD-TAB-IDX FROM 1 BY 1
                           UNTIL WS-LGPD-TAB-IDX > WS-ACU-QTD
                       IF WS-TAB-ID-FUNC-AF(WS-LGPD-TAB-IDX)
                               EQUAL ARQ-L-ID-FUNC
                           AND WS-TAB-PERIODO-AF(WS-LGPD-TAB-IDX)
                               GREATER THAN WS-LGPD-ULT-PERIODO
                           MOVE WS-TAB-PERIODO-AF(WS-LGPD-TAB-IDX)
                               TO WS-LGPD-ULT-PERIODO
                       END-IF
                   END-PERFORM
                   IF WS-LGPD-ULT-PERIODO EQUAL ZEROS
                       MOVE 'N' TO WS-LGPD-ELEGIVEL
                       MOVE 'FUNCIONARIO' TO ANON-D-TIPO
                       MOVE ARQ-L-ID-FUNC TO ANON-D-ID
                       MOVE ARQ-L-CPF-FUNC TO WS-LGPD-CPF
                       PERFORM 2994-GRAVAR-ANON-SEM-DATA
                   ELSE
                   IF WS-LGPD-ULT-PERIODO NOT LESS THAN WS-LGPD-CORTE
                       MOVE 'N' TO WS-LGPD-ELEGIVEL
                   END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-LGPD-ELEGIVEL EQUAL 'S'
               ADD 1 TO WS-CNT-ANON-FUNC
               MOVE SPACES TO WS-LGPD-PSEUDONIMO
               STRING 'FUNCIONARIO ANONIMIZADO ' ARQ-L-ID-FUNC
                   DELIMITED BY SIZE INTO WS-LGPD-PSEUDONIMO
               MOVE SPACES TO WS-LGPD-CPF-PSEUDO
               STRING 'ANON-F' ARQ-L-ID-FUNC
                   DELIMITED BY SIZE INTO WS-LGPD-CPF-PSEUDO

               MOVE 'FUNCIONARIO' TO ANON-D-TIPO
               MOVE ARQ-L-ID-FUNC TO ANON-D-ID
               MOVE ARQ-L-CPF-FUNC TO WS-LGPD-CPF
               PERFORM 3961-MASCARAR-CPF
               MOVE WS-LGPD-CPF TO ANON-D-CPF
               MOVE WS-LGPD-ULT-PERIODO TO ANON-D-ULT-ATIV
               MOVE WS-LGPD-PSEUDONIMO TO ANON-D-PSEUDONIMO

               IF WS-PAR-SIMULACAO EQUAL 'S'
                   MOVE 'SIMULADO' TO ANON-D-SITUACAO
               ELSE
                   MOVE WS-LGPD-PSEUDONIMO TO ARQ-L-NOME-FUNC
                   MOVE WS-LGPD-CPF-PSEUDO TO ARQ-L-CPF-FUNC
                   MOVE SPACES TO ARQ-L-TELEFONE-FUNC
                   MOVE SPACES TO ARQ-L-EMAIL-FUNC
                   MOVE SPACES TO ARQ-L-ENDERECO-FUNC
                   REWRITE ARQ-FUNCIONARIOS
                   IF AS-STATUS-E4 NOT EQUAL TO ZEROS
                       DISPLAY 'FUNCIONARIOS: ERRO NO REWRITE '
                           AS-STATUS-E4 ' ID ' ARQ-L-ID-FUNC
                   END-IF
                   IF WS-PAR-INDEXADOS EQUAL 'S'
                       MOVE ARQ-L-ID-FUNC TO ARQ-X-ID-FUNC
                       READ FUNCIONARIOS-X
                           INVALID KEY
                               DISPLAY 'FUNCIONARIOS-X: CHAVE NAO '
                                   'ENCONTRADA NA ANONIMIZACAO: '
                                   ARQ-L-ID-FUNC
                           NOT INVALID KEY
                               MOVE ARQ-FUNCIONARIO-X TO WS-FUNC-NOVO
                               MOVE WS-LGPD-PSEUDONIMO TO WS-FN-NOME
                               MOVE WS-LGPD-CPF-PSEUDO TO WS-FN-CPF
                               MOVE SPACES TO WS-FN-TELEFONE
                               MOVE SPACES TO WS-FN-EMAIL
                               MOVE SPACES TO WS-FN-ENDERECO
                               MOVE WS-FUNC-NOVO TO ARQ-FUNCIONARIO-X
                               REWRITE ARQ-FUNCIONARIO-X
                       END-READ
                   END-IF
                   MOVE ARQ-L-ID-FUNC TO WS-POS-ID-BUSCA
                   PERFORM 3952-LOCALIZAR-POS-FUNC
                   IF WS-POS-FUNC GREATER THAN ZEROS
                       MOVE WS-LGPD-PSEUDONIMO
                           TO WS-TAB-NOME-FUNC(WS-POS-FUNC)
                       MOVE WS-LGPD-CPF-PSEUDO
                           TO WS-TAB-CPF-FUNC(WS-POS-FUNC)
                       MOVE SPACES TO WS-TAB-TEL-FUNC-T(WS-POS-FUNC)
                       MOVE SPACES TO WS-TAB-EMAIL-FUNC-T(WS-POS-FUNC)
                       MOVE SPACES TO WS-TAB-END-FUNC-T(WS-POS-FUNC)
                   END-IF
                   MOVE 'ANONIMIZADO' TO ANON-D-SITUACAO
               END-IF

               WRITE ARQ-ANONIMIZACAO-S FROM ANON-DETALHE-FIELDS
           END-IF.

       2999-ANONIMIZAR-FUNCIONARIO-FIM.
           EXIT.

       2994-GRAVAR-ANON-SEM-DATA SECTION.
           ADD 1 TO WS-CNT-ANON-SEM-DATA.
           PERFORM 3961-MASCARAR-CPF.
           MOVE WS-LGPD-CPF TO ANON-D-CPF.
           MOVE ZEROS TO ANON-D-ULT-ATIV.
           MOVE SPACES TO ANON-D-PSEUDONIMO.
           MOVE 'SEM DATA DE REFERENCIA, MANTIDO' TO ANON-D-SITUACAO.
           WRITE ARQ-ANONIMIZACAO-S FROM ANON-DETALHE-FIELDS.

       2994-GRAVAR-ANON-SEM-DATA-FIM.
           EXIT.

       2950-GERAR-MOVIMENTACAO SECTION.
               WHEN 'C'
                   IF MOVA-C-CPF NOT EQUAL ARQ-L-CPF
                       MOVE 'CPF' TO MOV-C-CAMPO
                       MOVE MOVA-C-CPF TO WS-LGPD-CPF
                       PERFORM 3967-MASCARAR-CPF-MOVIMENTO
                       MOVE WS-LGPD-CPF TO MOV-C-ANTES
                       MOVE ARQ-L-CPF TO WS-LGPD-CPF
                       PERFORM 3967-MASCARAR-CPF-MOVIMENTO
                       MOVE WS-LGPD-CPF TO MOV-C-DEPOIS
                       WRITE ARQ-MOVIMENTACAO-S FROM MOV-CAMPO-FIELDS
                   END-IF
                   IF MOVA-C-CNPJ NOT EQUAL ARQ-L-CNPJ
                   END-IF
                   IF MOVA-F-CPF NOT EQUAL ARQ-L-CPF-FUNC
                       MOVE 'CPF-FUNC' TO MOV-C-CAMPO
                       MOVE MOVA-F-CPF TO WS-LGPD-CPF
                       PERFORM 3967-MASCARAR-CPF-MOVIMENTO
                       MOVE WS-LGPD-CPF TO MOV-C-ANTES
                       MOVE ARQ-L-CPF-FUNC TO WS-LGPD-CPF
                       PERFORM 3967-MASCARAR-CPF-MOVIMENTO
                       MOVE WS-LGPD-CPF TO MOV-C-DEPOIS
                       WRITE ARQ-MOVIMENTACAO-S FROM MOV-CAMPO-FIELDS
                   END-IF
                   IF MOVA-F-STATUS NOT EQUAL ARQ-L-STATUS-FUNC
           PERFORM UNTIL AS-FIM1 EQUAL 'S'
               MOVE SPACES TO ARQ-DESCARGA-S
               MOVE ARQ-CLIENTE-X TO ARQ-DESCARGA-S
               MOVE 'DESCARGA-S' TO WS-LGPD-SAIDA
               MOVE ARQ-D-CPF-CLI TO WS-LGPD-CPF
               MOVE ARQ-D-EMAIL-CLI TO WS-LGPD-EMAIL
               MOVE ARQ-D-TELEFONE-CLI TO WS-LGPD-TELEFONE
               MOVE ARQ-D-ENDERECO-CLI TO WS-LGPD-ENDERECO
               PERFORM 3960-APLICAR-POLITICA-LGPD
               MOVE WS-LGPD-CPF TO ARQ-D-CPF-CLI
               MOVE WS-LGPD-EMAIL TO ARQ-D-EMAIL-CLI
               MOVE WS-LGPD-TELEFONE TO ARQ-D-TELEFONE-CLI
               MOVE WS-LGPD-ENDERECO TO ARQ-D-ENDERECO-CLI
               WRITE ARQ-DESCARGA-S

               READ CLIENTES-X NEXT RECORD
           PERFORM UNTIL AS-FIM4 EQUAL 'S'
               MOVE SPACES TO ARQ-DESCARGA-S
               MOVE ARQ-FUNCIONARIO-X TO ARQ-DESCARGA-S
               MOVE 'DESCARGA-S' TO WS-LGPD-SAIDA
               MOVE ARQ-D-CPF-FUNC TO WS-LGPD-CPF
               MOVE ARQ-D-EMAIL-FUNC TO WS-LGPD-EMAIL
               MOVE ARQ-D-TELEFONE-FUNC TO WS-LGPD-TELEFONE
               MOVE ARQ-D-ENDERECO-FUNC TO WS-LGPD-ENDERECO
               PERFORM 3960-APLICAR-POLITICA-LGPD
               MOVE WS-LGPD-CPF TO ARQ-D-CPF-FUNC
               MOVE WS-LGPD-EMAIL TO ARQ-D-EMAIL-FUNC
               MOVE WS-LGPD-TELEFONE TO ARQ-D-TELEFONE-FUNC
               MOVE WS-LGPD-ENDERECO TO ARQ-D-ENDERECO-FUNC
               WRITE ARQ-DESCARGA-S

               READ FUNCIONARIOS-X NEXT RECORD
                   MOVE 'A' TO WS-EXC-SEVERIDADE
               WHEN '03'
                   MOVE 'A' TO WS-EXC-SEVERIDADE
               WHEN '06'
                   MOVE 'A' TO WS-EXC-SEVERIDADE
               WHEN '07'
                   MOVE 'E' TO WS-EXC-SEVERIDADE
               WHEN OTHER
                   MOVE 'G' TO WS-EXC-SEVERIDADE
           END-EVALUATE.
