      *                 'ENCERRADO - CANCELADO', EM VEZ DE SEGUIR
      *                 ESCALANDO LEMBRETE, CARTA E BLOQUEIO CONTRA
      *                 VENDA JA DEVOLVIDA
      * 15/10/2026 FM - CASO DE PARCELA ANTECIPADA AO BANCO
      *                 (CTAR-STATUS-ANTECIPADO, GRAVADO PELO
      *                 PROGCOB56A) E ENCERRADO SEM ESCALAR - A COBRANCA
      *                 PASSA A SER DO BANCO
      *********************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                           PERFORM 0253-ENCERRAR-CASO
                       WHEN CTAR-STATUS-CANCELADO
                           PERFORM 0253A-ENCERRAR-CANCELADO
                       WHEN CTAR-STATUS-ANTECIPADO
                           PERFORM 0253B-ENCERRAR-ANTECIPADO
                       WHEN OTHER
                           PERFORM 0254-AVALIAR-ESTAGIO
                   END-EVALUATE
           MOVE 'ENCERRADO - CANCELADO' TO REL-DET-SITUACAO.
           PERFORM 0260-GRAVAR-LINHA.

      ******************************* PARCELA DESCONTADA NO BANCO PELO
      ******************************* PROGCOB56A - A COBRANCA PASSA A
      ******************************* SER DO BANCO E O CASO FECHA
       0253B-ENCERRAR-ANTECIPADO.
           ADD 1 TO WRK-QTDE-ENCERRADOS.
           SET COBRA-STATUS-ENCERRADO TO TRUE.
           REWRITE COBRA-REGISTRO.
           MOVE 'ENCERRADO - ANTECIPADO' TO REL-DET-SITUACAO.
           PERFORM 0260-GRAVAR-LINHA.

       0254-AVALIAR-ESTAGIO.
           IF COBRA-DATA-PROMESSA > ZERO
              AND COBRA-DATA-PROMESSA >= WRK-DATAHOJE
