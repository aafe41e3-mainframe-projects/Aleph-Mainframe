      *          ICDS3201 - COBOL II / CICS / SQL - ON LINE            *
      *          ( COMPILAR COM SOS 13 - OPCAO 4 )                     *
      *----------------------------------------------------------------*
      * VRS006 15.10.2026 EQUIPE ICD - Registro de uso: o texto do log
      *                              (ICDS9100) indica SUSPENSAO quando
      *                              o motivo gravado eh 06 (suspensao)
      *                              e REVOGACAO nos demais casos.
      * VRS005 15.10.2026 EQUIPE ICD - Registro de uso da funcao: toda
      *                              execucao autorizada grava no log
      *                              (ICDS9100) a ocorrencia 'USO-FUC'
      *                              com a funcao RVGC, fonte da
      *                              ultima utilizacao na campanha de
      *                              recertificacao de acessos
      *                              (ICDS3227).
      * VRS004 15.10.2026 EQUIPE ICD - Motivo codificado da revogacao
      *                              (CRLReason da RFC 5280): o book
      *                              ICDK3201 ganha o campo
      *                              S3201-CD-MTV-RVGC, validado
      *                              contra a lista de motivos aceitos
      *                              e gravado no certificado
      *                              (K003U-CD-MTV-RVGC) e no historico
      *                              (K004-CD-MTV-RVGC).  Na suspensao
      *                              o motivo eh sempre 06.
      * VRS003 15.10.2026 EQUIPE ICD - Suspensao (certificateHold): o
      *                              book ICDK3201 ganha o campo
      *                              S3201-IN-SUSPENSAO; com 'S' o
      *                              certificado vai para o estado
      *                              proprio [H] (suspenso) em lugar
      *                              de [I]nvalidado, com o mesmo
      *                              tratamento de historico.  Usado
      *                              pela desconfianca de AC
      *                              (ICDS3221), que pode suspender em
      *                              vez de revogar.
      * VRS002 22.08.2026 EQUIPE ICD - Autorizacao por perfil: a
      *                              revogacao passa a exigir o
      *                              usuario habilitado na funcao
      *  Usada pela area de suporte quando um certificado precisa
      *  ser invalidado de imediato (chave comprometida, solicitacao
      *  do titular, etc.), sem esperar a proxima LCR publicada.
      *  Com S3201-IN-SUSPENSAO = 'S' o certificado eh apenas
      *  suspenso (estado [H] - certificateHold), nao invalidado.
      *
      *  Motivo codificado (S3201-CD-MTV-RVGC - CRLReason, RFC 5280),
      *  dominio em DB2ICD.MTV_RVGC_CTFD:
      *    00 unspecified           04 superseded
      *    01 keyCompromise         05 cessationOfOperation
      *    02 cACompromise          06 certificateHold (so suspensao)
      *    03 affiliationChanged    09 privilegeWithdrawn
      *                             10 aACompromise
      *  O 08 (removeFromCRL) so existe em LCR delta e nao eh aceito
      *  aqui.  Campo nao numerico (chamador anterior ao campo) vale
      *  como 00; na suspensao o 00 vira 06.
      *----------------------------------------------------------------*
      *  Chama:
      *    --------
      *--------------------------------------*
      *
       01  CTE-PRGM                        PIC  X(008) VALUE 'ICDS3201'.
       01  CTE-VERS                        PIC  X(006) VALUE 'VRS006'.
       01  CTE-CD-FUC-ICD                  PIC  X(004) VALUE 'RVGC'.
      *----------------------------------------------------------------*
      *    Estado gravado: [I]nvalidado (revogacao) ou [H] suspenso
      *    (S3201-IN-SUSPENSAO = 'S').
      *----------------------------------------------------------------*
       01  GDA-CD-EST-NOVO                 PIC  X(001) VALUE 'I'.
      *----------------------------------------------------------------*
      *    Motivo codificado (CRLReason - RFC 5280) gravado
      *----------------------------------------------------------------*
       01  GDA-CD-MTV-RVGC                 PIC  9(002) VALUE ZEROS.
           88  MTV-RVGC-REVOGACAO                      VALUE 00 THRU 05
                                                             09 10.
           88  MTV-RVGC-SUSPENSAO                      VALUE 06.
      *----------------------------------------------------------------*
      *    Operacao registrada no log de uso (ICDS9100)
      *----------------------------------------------------------------*
       01  GDA-TX-OPE-USO                  PIC  X(009) VALUE SPACES.
       01  GDA-CD-RTN                      PIC S9(009) COMP.
           88  CD-RTN-FIM-NML                          VALUE ZEROS.
       01  GDA-DFHEIBLK                    PIC  X(085) VALUE SPACES.
           SET  CD-RTN-FIM-NML TO TRUE.
      *
           PERFORM 200000-REVOGA-CERTIFICADO.
      *
           PERFORM 820000-REGISTRA-LOG-USO.
      *
           MOVE GDA-CD-RTN    TO KRTN-CD-RTN OF GDA-LKS-ENTD.
           MOVE GDA-LKS-ENTD  TO LKS-BOOK-ENTD.
               MOVE +3 TO GDA-CD-RTN
               GO TO 999000-ERRO-003
           END-IF.
      *
           PERFORM 100200-VALIDA-MOTIVO.
      *
           PERFORM 100100-VERIFICA-AUTORIZACAO.
      *
       100199-SAI.
           EXIT.
      *
      *--------------------------------------*
       100200-VALIDA-MOTIVO           SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 100200-VALIDA-MOTIVO          '.
      *
      *----------------------------------------------------------------*
      *    Chamador anterior ao campo manda brancos: vale 00
      *    (unspecified).  Suspensao so com 06 (certificateHold), que
      *    por sua vez so vale para suspensao.
      *----------------------------------------------------------------*
           IF  S3201-CD-MTV-RVGC NUMERIC
               MOVE S3201-CD-MTV-RVGC     TO GDA-CD-MTV-RVGC
           ELSE
               MOVE ZEROS                 TO GDA-CD-MTV-RVGC
           END-IF.
      *
           IF  S3201-SUSPENDE
               IF  GDA-CD-MTV-RVGC EQUAL ZEROS
                   MOVE 06                TO GDA-CD-MTV-RVGC
               END-IF
               IF  NOT MTV-RVGC-SUSPENSAO
                   MOVE +10 TO GDA-CD-RTN
                   GO TO 999000-ERRO-010
               END-IF
           ELSE
               IF  NOT MTV-RVGC-REVOGACAO
                   MOVE +10 TO GDA-CD-RTN
                   GO TO 999000-ERRO-010
               END-IF
           END-IF.
      *
       100299-SAI.
           EXIT.
      *
      *--------------------------------------*
       200000-REVOGA-CERTIFICADO      SECTION.
      *--------------------------------------*
      *    (1) ICDS003C - consulta o certificado, para montar o
      *                   historico com os mesmos dados que ICDS3200
      *                   ja grava ao aceitar um certificado
      *    (2) ICDS003U - marca o certificado como [I]nvalidado, ou
      *                   como [H] suspenso quando pedida a suspensao
      *    (3) ICDS004I - grava o historico da alteracao manual
      *    (4) ICDS9100 - grava log da revogacao
      *----------------------------------------------------------------*
           MOVE S3201-NR-SRE-CTFD         TO K003-CD-NR-SRE-CTFD.
      *
           PERFORM 809000-EXECUTA-ICDS003C.
      *
           IF  S3201-SUSPENDE
               MOVE 'H'                   TO GDA-CD-EST-NOVO
           ELSE
               MOVE 'I'                   TO GDA-CD-EST-NOVO
           END-IF.
      *
           INITIALIZE     ICDS003U-DADOS
               REPLACING  NUMERIC BY  ZEROS
           SET  S003U-IDFR-VRS-PRM-ATU-OK TO TRUE.
           MOVE S3201-CD-ADD-CTFR         TO K003U-CD-ADD-CTFR.
           MOVE S3201-NR-SRE-CTFD         TO K003U-CD-NR-SRE-CTFD.
           MOVE GDA-CD-EST-NOVO           TO K003U-CD-EST-CTFD-DGTL.
           MOVE GDA-CD-USU                TO K003U-CD-USU-RSP-EST.
           MOVE CTE-PRGM                  TO K003U-NM-PGM-RSP-EST.
           MOVE S3201-TX-MTV-RVGC         TO K003U-TX-MTV-RVGC.
           MOVE GDA-CD-MTV-RVGC           TO K003U-CD-MTV-RVGC.
      *
           PERFORM 810000-EXECUTA-ICDS003U.
      *
                     ALPHANUMERIC BY SPACES.
      *
           MOVE UTCW-DB2-TIME             TO K004-TS-ALT-TAB.
           MOVE GDA-CD-EST-NOVO           TO K004-CD-ALT-TAB.
           MOVE GDA-CD-USU                TO K004-CD-RSP-ALT-TAB.
           MOVE GDA-CD-MTV-RVGC           TO K004-CD-MTV-RVGC.
      *----------------------------------------------------------------*
           MOVE K003-CD-ADD-CTFR          TO K004-CD-ADD-CTFR.
           MOVE K003-CD-NR-SRE-CTFD       TO K004-CD-NR-SRE-CTFD.
           MOVE K003-TS-EMS-CTFD-DGTL     TO K004-TS-EMS-CTFD-DGTL.
           MOVE K003-TS-EXPC-CTFD-DGTL    TO K004-TS-EXPC-CTFD-DGTL.
           MOVE K003-TS-CNCT-CTFD-DGTL    TO K004-TS-CNCT-CTFD-DGTL.
           MOVE GDA-CD-EST-NOVO           TO K004-CD-EST-CTFD-DGTL.
           MOVE UTCW-DB2-TIME             TO K004-TS-EST-CTFD-DGTL.
           MOVE GDA-CD-USU                TO K004-CD-USU-RSP-EST.
           MOVE CTE-PRGM                  TO K004-NM-PGM-RSP-EST.
       811099-SAI.
           EXIT.
      *
      *--------------------------------------*
       820000-REGISTRA-LOG-USO        SECTION.
      *--------------------------------------*
      D    DISPLAY '000 ' CTE-PRGM ' - 820000-REGISTRA-LOG-USO       '.
      *
      *----------------------------------------------------------------*
      *    Uso efetivo da funcao do perfil: o texto comeca sempre por
      *    'FUNCAO ffff', chave da ultima utilizacao lida pela
      *    recertificacao de acessos (ICDS3227).
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                      TO S9100-CD-OCR
                                              S9100-CD-RTN.
           MOVE GDA-CD-USU                 TO S9100-CD-USU-RSP-OCR.
           MOVE CTE-PRGM                   TO S9100-CD-PGM-RTN.
           MOVE 'USO-FUC '                 TO S9100-CD-ABEND.
           MOVE ZEROS                      TO S9100-CD-RTN-AUX
                                              S9100-CD-REA-AUX.
           MOVE LOW-VALUES                 TO S9100-OTR-INF-CMPR.
           IF  MTV-RVGC-SUSPENSAO
               MOVE 'SUSPENSAO'            TO GDA-TX-OPE-USO
           ELSE
               MOVE 'REVOGACAO'            TO GDA-TX-OPE-USO
           END-IF.
           STRING 'FUNCAO ' CTE-CD-FUC-ICD
                  ' - '                    GDA-TX-OPE-USO
                  ' - EMISSOR '            S3201-CD-ADD-CTFR
                  ' - SERIE '              S3201-NR-SRE-CTFD
                       DELIMITED BY SIZE INTO S9100-OTR-INF-CMPR
           END-STRING.
      *
           MOVE SPACES      TO GDA-DFHEIBLK.
           CALL ICDS9100 USING GDA-DFHEIBLK
                               ICDS9100-DADOS.
      *
       820099-SAI.
           EXIT.
      *
      *--------------------------------------*
       906000-EXECUTA-SBCALLER        SECTION.
      *--------------------------------------*
           MOVE +0009 TO S9100-CD-OCR S9100-CD-RTN.
           MOVE 'NAO-AUTZ' TO S9100-CD-ABEND.
           GO TO 999999-RETORNO.
      *
       999000-ERRO-010.
      D    DISPLAY '000 ' CTE-PRGM ' - 999000-ERRO-010 - MOTIVO INVALIDO'.
           MOVE +0010 TO S9100-CD-OCR S9100-CD-RTN.
           MOVE 'MTV-RVGC' TO S9100-CD-ABEND.
           MOVE GDA-CD-MTV-RVGC            TO S9100-CD-RTN-AUX.
           GO TO 999999-RETORNO.
      *
       999999-RETORNO.
           MOVE GDA-CD-USU                 TO S9100-CD-USU-RSP-OCR.
