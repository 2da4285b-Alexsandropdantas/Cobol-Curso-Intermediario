       01 ws-ativ-linha             pic 9(02).
       01 ws-ativ-corte-num         pic 9(08).
       01 registro                  pic 9(10).
       01 ws-captura-erros          pic 9(02).

      * Aqui vamos descrever definições de SQLCODE
      *      padrão para conexões com bancos de dados para Microfocus
           display "5.Gerar Dados de Teste (Load Trigger)" at 1301
           display "6.Teste Transacional (Insert + Rollback)" at 1401
           display "7.Relatorio de Atividade (Dashboard)  " at 1501
           display "8.Captura PRODUTOS/PEDIDO_PARCELAS    " at 1601
           display "9.Alteracoes sem Origem (Captura)     " at 1701
           display "Opcao:" at 1201
           accept opcao at 1207
           if opcao = 0 go desconectar.
           if opcao = 5 go gerarload.
           if opcao = 6 go testetransacional.
           if opcao = 7 go atividade.
           if opcao = 8 go criarcaptura.
      *A conferencia desconecta ao terminar; volta conectando.
           if opcao = 9
              call "ConfereCaptura"
              go inicio
           end-if.
           go opcoes.
       criartabela.
           EXEC SQL
                     into ws-ativ-linha-csv
              write reg-atividade-csv from ws-ativ-linha-csv
           end-if.
      *Captura de alteracoes em PRODUTOS (preco, custo, estoque) e
      *PEDIDO_PARCELAS (valor, valorpago, status, vencimento), com
      *valor antigo, valor novo e o usuario do banco. As tabelas de
      *captura nao sao recriadas (-1050 = ja existe) para nao perder
      *o historico; as triggers sim (-1235 = ja existe).
       criarcaptura.
           move zeros to ws-captura-erros
           display erase at 1510
           EXEC SQL
                CREATE TABLE LOGPRODUTOS
                    (id             int auto_increment,
                     codigo         char(10),
                     operacao       char(10),
                     preco_antes    decimal(11,2),
                     preco_depois   decimal(11,2),
                     custo_antes    decimal(11,2),
                     custo_depois   decimal(11,2),
                     estoque_antes  int,
                     estoque_depois int,
                     usuario        char(80),
                     quando         datetime,
                     primary key    (id))
           END-EXEC
           if sqlcode not = -1050
              perform verificar-captura
           end-if
           EXEC SQL
                CREATE TABLE LOGPARCELAS
                    (id                int auto_increment,
                     codigo_pedido     char(10),
                     parcela           int,
                     operacao          char(10),
                     valor_antes       decimal(11,2),
                     valor_depois      decimal(11,2),
                     valorpago_antes   decimal(11,2),
                     valorpago_depois  decimal(11,2),
                     status_antes      char(10),
                     status_depois     char(10),
                     vencimento_antes  date,
                     vencimento_depois date,
                     usuario           char(80),
                     quando            datetime,
                     primary key       (id))
           END-EXEC
           if sqlcode not = -1050
              perform verificar-captura
           end-if.
       captura-produtos-ins.
           EXEC SQL
                CREATE TRIGGER LOGPRODUTOS_INS
                  AFTER INSERT ON PRODUTOS
                  FOR EACH ROW
                  BEGIN
                    INSERT INTO LOGPRODUTOS
                    SET codigo=NEW.codigo,
                        operacao='INSERT',
                        preco_depois=NEW.precounitario,
                        custo_depois=NEW.custo,
                        estoque_depois=NEW.estoque,
                        usuario=USER(),
                        quando=NOW();
                  END;
           END-EXEC
           if sqlcode = -1235
              EXEC SQL
                   DROP TRIGGER LOGPRODUTOS_INS
              END-EXEC
              if sqlcode = 0
                 go captura-produtos-ins
              end-if
           end-if
           perform verificar-captura.
      *Na alteracao so entra no log quando muda um campo vigiado
      *(<=> compara tratando nulo como valor).
       captura-produtos-upd.
           EXEC SQL
                CREATE TRIGGER LOGPRODUTOS_UPD
                  AFTER UPDATE ON PRODUTOS
                  FOR EACH ROW
                  BEGIN
                    IF NOT (NEW.precounitario <=> OLD.precounitario)
                       OR NOT (NEW.custo <=> OLD.custo)
                       OR NOT (NEW.estoque <=> OLD.estoque) THEN
                      INSERT INTO LOGPRODUTOS
                      SET codigo=NEW.codigo,
                          operacao='UPDATE',
                          preco_antes=OLD.precounitario,
                          preco_depois=NEW.precounitario,
                          custo_antes=OLD.custo,
                          custo_depois=NEW.custo,
                          estoque_antes=OLD.estoque,
                          estoque_depois=NEW.estoque,
                          usuario=USER(),
                          quando=NOW();
                    END IF;
                  END;
           END-EXEC
           if sqlcode = -1235
              EXEC SQL
                   DROP TRIGGER LOGPRODUTOS_UPD
              END-EXEC
              if sqlcode = 0
                 go captura-produtos-upd
              end-if
           end-if
           perform verificar-captura.
       captura-produtos-del.
           EXEC SQL
                CREATE TRIGGER LOGPRODUTOS_DEL
                  AFTER DELETE ON PRODUTOS
                  FOR EACH ROW
                  BEGIN
                    INSERT INTO LOGPRODUTOS
                    SET codigo=OLD.codigo,
                        operacao='DELETE',
                        preco_antes=OLD.precounitario,
                        custo_antes=OLD.custo,
                        estoque_antes=OLD.estoque,
                        usuario=USER(),
                        quando=NOW();
                  END;
           END-EXEC
           if sqlcode = -1235
              EXEC SQL
                   DROP TRIGGER LOGPRODUTOS_DEL
              END-EXEC
              if sqlcode = 0
                 go captura-produtos-del
              end-if
           end-if
           perform verificar-captura.
       captura-parcelas-ins.
           EXEC SQL
                CREATE TRIGGER LOGPARCELAS_INS
                  AFTER INSERT ON PEDIDO_PARCELAS
                  FOR EACH ROW
                  BEGIN
                    INSERT INTO LOGPARCELAS
                    SET codigo_pedido=NEW.codigo_pedido,
                        parcela=NEW.parcela,
                        operacao='INSERT',
                        valor_depois=NEW.valor,
                        valorpago_depois=NEW.valorpago,
                        status_depois=NEW.status,
                        vencimento_depois=NEW.vencimento,
                        usuario=USER(),
                        quando=NOW();
                  END;
           END-EXEC
           if sqlcode = -1235
              EXEC SQL
                   DROP TRIGGER LOGPARCELAS_INS
              END-EXEC
              if sqlcode = 0
                 go captura-parcelas-ins
              end-if
           end-if
           perform verificar-captura.
       captura-parcelas-upd.
           EXEC SQL
                CREATE TRIGGER LOGPARCELAS_UPD
                  AFTER UPDATE ON PEDIDO_PARCELAS
                  FOR EACH ROW
                  BEGIN
                    IF NOT (NEW.valor <=> OLD.valor)
                       OR NOT (NEW.valorpago <=> OLD.valorpago)
                       OR NOT (NEW.status <=> OLD.status)
                       OR NOT (NEW.vencimento <=> OLD.vencimento) THEN
                      INSERT INTO LOGPARCELAS
                      SET codigo_pedido=NEW.codigo_pedido,
                          parcela=NEW.parcela,
                          operacao='UPDATE',
                          valor_antes=OLD.valor,
                          valor_depois=NEW.valor,
                          valorpago_antes=OLD.valorpago,
                          valorpago_depois=NEW.valorpago,
                          status_antes=OLD.status,
                          status_depois=NEW.status,
                          vencimento_antes=OLD.vencimento,
                          vencimento_depois=NEW.vencimento,
                          usuario=USER(),
                          quando=NOW();
                    END IF;
                  END;
           END-EXEC
           if sqlcode = -1235
              EXEC SQL
                   DROP TRIGGER LOGPARCELAS_UPD
              END-EXEC
              if sqlcode = 0
                 go captura-parcelas-upd
              end-if
           end-if
           perform verificar-captura.
       captura-parcelas-del.
           EXEC SQL
                CREATE TRIGGER LOGPARCELAS_DEL
                  AFTER DELETE ON PEDIDO_PARCELAS
                  FOR EACH ROW
                  BEGIN
                    INSERT INTO LOGPARCELAS
                    SET codigo_pedido=OLD.codigo_pedido,
                        parcela=OLD.parcela,
                        operacao='DELETE',
                        valor_antes=OLD.valor,
                        valorpago_antes=OLD.valorpago,
                        status_antes=OLD.status,
                        vencimento_antes=OLD.vencimento,
                        usuario=USER(),
                        quando=NOW();
                  END;
           END-EXEC
           if sqlcode = -1235
              EXEC SQL
                   DROP TRIGGER LOGPARCELAS_DEL
              END-EXEC
              if sqlcode = 0
                 go captura-parcelas-del
              end-if
           end-if
           perform verificar-captura
           if ws-captura-erros = zeros
              display "Captura criada OK (tabelas e triggers)" at 2201
           else
              display "Captura com erros: " at 2201 ws-captura-erros
           end-if
           accept espera at 2301
           go opcoes.
       verificar-captura.
           if sqlcode not = 0
              add 1 to ws-captura-erros
              display "Erro: Nao conseguiu criar captura " at 1510
              display sqlcode at 1610
              display sqlerrmc at 1710
              accept espera at 2301
              display erase at 1510
           end-if.
       desconectar.
           EXEC SQL
                DISCONNECT all
