      * HISTPRECO, CADPED, ITEPED, CADUSU, *
      * MOVARQ, SALDOMES, CADCKP, CADLOTE, *
      * CADREC, CADPCO, ITEPCO, CADJRN,    *
      * CADBKO, CADSPL, CADPAG, CADNF,     *
      * ITENF, CADICMS, CADDEP, ESTDEP,    *
      * CADKIT, CADTPR, CADAGP, CADRCB,    *
      * CADROT, CADMAN, ITEMAN, HISPED,    *
      * HISITE, HISREC, CADVCX, CADFCX,    *
      * CADCTA, CADDEV, CADPRG, ITEPRG,    *
      * CADMET, CADCOB E CADEMP            *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY SELJRN.COB.
           COPY SELBKO.COB.
           COPY SELSPL.COB.
           COPY SELPAG.COB.
           COPY SELNF.COB.
           COPY SELINF.COB.
           COPY SELICM.COB.
           COPY SELDEP.COB.
           COPY SELESD.COB.
           COPY SELKIT.COB.
           COPY SELTPR.COB.
           COPY SELAGP.COB.
           COPY SELRCB.COB.
           COPY SELROT.COB.
           COPY SELMAN.COB.
           COPY SELMNI.COB.
           COPY SELHPD.COB.
           COPY SELHIT.COB.
           COPY SELHRC.COB.
           COPY SELVCX.COB.
           COPY SELFCX.COB.
           COPY SELCTA.COB.
           COPY SELDEV.COB.
           COPY SELPRG.COB.
           COPY SELIPG.COB.
           COPY SELMET.COB.
           COPY SELCOB.COB.
           COPY SELEMP.COB.
           SELECT ARQBKP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-BKP.
           COPY FDJRN.COB.
           COPY FDBKO.COB.
           COPY FDSPL.COB.
           COPY FDPAG.COB.
           COPY FDNF.COB.
           COPY FDINF.COB.
           COPY FDICM.COB.
           COPY FDDEP.COB.
           COPY FDESD.COB.
           COPY FDKIT.COB.
           COPY FDTPR.COB.
           COPY FDAGP.COB.
           COPY FDRCB.COB.
           COPY FDROT.COB.
           COPY FDMAN.COB.
           COPY FDMNI.COB.
           COPY FDHPD.COB.
           COPY FDHIT.COB.
           COPY FDHRC.COB.
           COPY FDVCX.COB.
           COPY FDFCX.COB.
           COPY FDCTA.COB.
           COPY FDDEV.COB.
           COPY FDPRG.COB.
           COPY FDIPG.COB.
           COPY FDMET.COB.
           COPY FDCOB.COB.
           COPY FDEMP.COB.
       FD  ARQBKP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-BKP.
       77 ST-JRN       PIC X(02) VALUE "00".
       77 ST-BKO       PIC X(02) VALUE "00".
       77 ST-SPL       PIC X(02) VALUE "00".
       77 ST-PAG       PIC X(02) VALUE "00".
       77 ST-NF        PIC X(02) VALUE "00".
       77 ST-INF       PIC X(02) VALUE "00".
       77 ST-ICM       PIC X(02) VALUE "00".
       77 ST-DEP       PIC X(02) VALUE "00".
       77 ST-ESD       PIC X(02) VALUE "00".
       77 ST-KIT       PIC X(02) VALUE "00".
       77 ST-TPR       PIC X(02) VALUE "00".
       77 ST-AGP       PIC X(02) VALUE "00".
       77 ST-RCB       PIC X(02) VALUE "00".
       77 ST-ROT       PIC X(02) VALUE "00".
       77 ST-MAN       PIC X(02) VALUE "00".
       77 ST-MNI       PIC X(02) VALUE "00".
       77 ST-HPD       PIC X(02) VALUE "00".
       77 ST-HIT       PIC X(02) VALUE "00".
       77 ST-HRC       PIC X(02) VALUE "00".
       77 ST-VCX       PIC X(02) VALUE "00".
       77 ST-FCX       PIC X(02) VALUE "00".
       77 ST-CTA       PIC X(02) VALUE "00".
       77 ST-DEV       PIC X(02) VALUE "00".
       77 ST-PRG       PIC X(02) VALUE "00".
       77 ST-IPG       PIC X(02) VALUE "00".
       77 ST-MET       PIC X(02) VALUE "00".
       77 ST-COB       PIC X(02) VALUE "00".
       77 ST-EMP       PIC X(02) VALUE "00".
       77 W-MODO       PIC X(01) VALUE SPACES.
       77 W-ARQUIVO    PIC X(09) VALUE SPACES.
       77 W-DATA-BKP   PIC 9(08) VALUE ZEROS.
           IF W-ARQUIVO = "CADSPL"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADSPL THRU U-CADSPL-FIM.
           IF W-ARQUIVO = "CADPAG"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADPAG THRU U-CADPAG-FIM.
           IF W-ARQUIVO = "CADNF"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADNF THRU U-CADNF-FIM.
           IF W-ARQUIVO = "ITENF"
               MOVE "S" TO W-ACHOU
               PERFORM U-ITENF THRU U-ITENF-FIM.
           IF W-ARQUIVO = "CADICMS"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADICMS THRU U-CADICMS-FIM.
           IF W-ARQUIVO = "CADDEP"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADDEP THRU U-CADDEP-FIM.
           IF W-ARQUIVO = "ESTDEP"
               MOVE "S" TO W-ACHOU
               PERFORM U-ESTDEP THRU U-ESTDEP-FIM.
           IF W-ARQUIVO = "CADKIT"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADKIT THRU U-CADKIT-FIM.
           IF W-ARQUIVO = "CADTPR"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADTPR THRU U-CADTPR-FIM.
           IF W-ARQUIVO = "CADAGP"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADAGP THRU U-CADAGP-FIM.
           IF W-ARQUIVO = "CADRCB"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADRCB THRU U-CADRCB-FIM.
           IF W-ARQUIVO = "CADROT"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADROT THRU U-CADROT-FIM.
           IF W-ARQUIVO = "CADMAN"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADMAN THRU U-CADMAN-FIM.
           IF W-ARQUIVO = "ITEMAN"
               MOVE "S" TO W-ACHOU
               PERFORM U-ITEMAN THRU U-ITEMAN-FIM.
           IF W-ARQUIVO = "HISPED"
               MOVE "S" TO W-ACHOU
               PERFORM U-HISPED THRU U-HISPED-FIM.
           IF W-ARQUIVO = "HISITE"
               MOVE "S" TO W-ACHOU
               PERFORM U-HISITE THRU U-HISITE-FIM.
           IF W-ARQUIVO = "HISREC"
               MOVE "S" TO W-ACHOU
               PERFORM U-HISREC THRU U-HISREC-FIM.
           IF W-ARQUIVO = "CADVCX"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADVCX THRU U-CADVCX-FIM.
           IF W-ARQUIVO = "CADFCX"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADFCX THRU U-CADFCX-FIM.
           IF W-ARQUIVO = "CADCTA"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADCTA THRU U-CADCTA-FIM.
           IF W-ARQUIVO = "CADDEV"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADDEV THRU U-CADDEV-FIM.
           IF W-ARQUIVO = "CADPRG"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADPRG THRU U-CADPRG-FIM.
           IF W-ARQUIVO = "ITEPRG"
               MOVE "S" TO W-ACHOU
               PERFORM U-ITEPRG THRU U-ITEPRG-FIM.
           IF W-ARQUIVO = "CADMET"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADMET THRU U-CADMET-FIM.
           IF W-ARQUIVO = "CADCOB"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADCOB THRU U-CADCOB-FIM.
           IF W-ARQUIVO = "CADEMP"
               MOVE "S" TO W-ACHOU
               PERFORM U-CADEMP THRU U-CADEMP-FIM.
           IF W-ACHOU = "N"
               DISPLAY "SGB007 - ARQUIVO DESCONHECIDO: " W-ARQUIVO
               GO TO DESCARREGA-FIM.
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADSPL-LE-FIM.
           EXIT.
       U-CADPAG.
           OPEN INPUT CADPAG
           IF ST-PAG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPAG " ST-PAG
               MOVE "E" TO W-ACHOU
               GO TO U-CADPAG-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADPAG
               GO TO U-CADPAG-FIM.
           PERFORM U-CADPAG-LE THRU U-CADPAG-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADPAG.
       U-CADPAG-FIM.
           EXIT.
       U-CADPAG-LE.
           READ CADPAG NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGPAG TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADPAG-LE-FIM.
           EXIT.
       U-CADNF.
           OPEN INPUT CADNF
           IF ST-NF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADNF " ST-NF
               MOVE "E" TO W-ACHOU
               GO TO U-CADNF-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADNF
               GO TO U-CADNF-FIM.
           PERFORM U-CADNF-LE THRU U-CADNF-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADNF.
       U-CADNF-FIM.
           EXIT.
       U-CADNF-LE.
           READ CADNF NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGNF TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADNF-LE-FIM.
           EXIT.
       U-ITENF.
           OPEN INPUT ITENF
           IF ST-INF NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ITENF " ST-INF
               MOVE "E" TO W-ACHOU
               GO TO U-ITENF-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE ITENF
               GO TO U-ITENF-FIM.
           PERFORM U-ITENF-LE THRU U-ITENF-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE ITENF.
       U-ITENF-FIM.
           EXIT.
       U-ITENF-LE.
           READ ITENF NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGINF TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-ITENF-LE-FIM.
           EXIT.
       U-CADICMS.
           OPEN INPUT CADICMS
           IF ST-ICM NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADICMS " ST-ICM
               MOVE "E" TO W-ACHOU
               GO TO U-CADICMS-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADICMS
               GO TO U-CADICMS-FIM.
           PERFORM U-CADICMS-LE THRU U-CADICMS-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADICMS.
       U-CADICMS-FIM.
           EXIT.
       U-CADICMS-LE.
           READ CADICMS NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGICM TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADICMS-LE-FIM.
           EXIT.
       U-CADDEP.
           OPEN INPUT CADDEP
           IF ST-DEP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADDEP " ST-DEP
               MOVE "E" TO W-ACHOU
               GO TO U-CADDEP-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADDEP
               GO TO U-CADDEP-FIM.
           PERFORM U-CADDEP-LE THRU U-CADDEP-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADDEP.
       U-CADDEP-FIM.
           EXIT.
       U-CADDEP-LE.
           READ CADDEP NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGDEP TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADDEP-LE-FIM.
           EXIT.
       U-ESTDEP.
           OPEN INPUT ESTDEP
           IF ST-ESD NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ESTDEP " ST-ESD
               MOVE "E" TO W-ACHOU
               GO TO U-ESTDEP-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE ESTDEP
               GO TO U-ESTDEP-FIM.
           PERFORM U-ESTDEP-LE THRU U-ESTDEP-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE ESTDEP.
       U-ESTDEP-FIM.
           EXIT.
       U-ESTDEP-LE.
           READ ESTDEP NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGESD TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-ESTDEP-LE-FIM.
           EXIT.
       U-CADKIT.
           OPEN INPUT CADKIT
           IF ST-KIT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADKIT " ST-KIT
               MOVE "E" TO W-ACHOU
               GO TO U-CADKIT-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADKIT
               GO TO U-CADKIT-FIM.
           PERFORM U-CADKIT-LE THRU U-CADKIT-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADKIT.
       U-CADKIT-FIM.
           EXIT.
       U-CADKIT-LE.
           READ CADKIT NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGKIT TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADKIT-LE-FIM.
           EXIT.
       U-CADTPR.
           OPEN INPUT CADTPR
           IF ST-TPR NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADTPR " ST-TPR
               MOVE "E" TO W-ACHOU
               GO TO U-CADTPR-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADTPR
               GO TO U-CADTPR-FIM.
           PERFORM U-CADTPR-LE THRU U-CADTPR-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADTPR.
       U-CADTPR-FIM.
           EXIT.
       U-CADTPR-LE.
           READ CADTPR NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGTPR TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADTPR-LE-FIM.
           EXIT.
       U-CADAGP.
           OPEN INPUT CADAGP
           IF ST-AGP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADAGP " ST-AGP
               MOVE "E" TO W-ACHOU
               GO TO U-CADAGP-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADAGP
               GO TO U-CADAGP-FIM.
           PERFORM U-CADAGP-LE THRU U-CADAGP-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADAGP.
       U-CADAGP-FIM.
           EXIT.
       U-CADAGP-LE.
           READ CADAGP NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGAGP TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADAGP-LE-FIM.
           EXIT.
       U-CADRCB.
           OPEN INPUT CADRCB
           IF ST-RCB NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADRCB " ST-RCB
               MOVE "E" TO W-ACHOU
               GO TO U-CADRCB-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADRCB
               GO TO U-CADRCB-FIM.
           PERFORM U-CADRCB-LE THRU U-CADRCB-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADRCB.
       U-CADRCB-FIM.
           EXIT.
       U-CADRCB-LE.
           READ CADRCB NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGRCB TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADRCB-LE-FIM.
           EXIT.
       U-CADROT.
           OPEN INPUT CADROT
           IF ST-ROT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADROT " ST-ROT
               MOVE "E" TO W-ACHOU
               GO TO U-CADROT-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADROT
               GO TO U-CADROT-FIM.
           PERFORM U-CADROT-LE THRU U-CADROT-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADROT.
       U-CADROT-FIM.
           EXIT.
       U-CADROT-LE.
           READ CADROT NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGROT TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADROT-LE-FIM.
           EXIT.
       U-CADMAN.
           OPEN INPUT CADMAN
           IF ST-MAN NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADMAN " ST-MAN
               MOVE "E" TO W-ACHOU
               GO TO U-CADMAN-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADMAN
               GO TO U-CADMAN-FIM.
           PERFORM U-CADMAN-LE THRU U-CADMAN-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADMAN.
       U-CADMAN-FIM.
           EXIT.
       U-CADMAN-LE.
           READ CADMAN NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGMAN TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADMAN-LE-FIM.
           EXIT.
       U-ITEMAN.
           OPEN INPUT ITEMAN
           IF ST-MNI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ITEMAN " ST-MNI
               MOVE "E" TO W-ACHOU
               GO TO U-ITEMAN-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE ITEMAN
               GO TO U-ITEMAN-FIM.
           PERFORM U-ITEMAN-LE THRU U-ITEMAN-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE ITEMAN.
       U-ITEMAN-FIM.
           EXIT.
       U-ITEMAN-LE.
           READ ITEMAN NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGMNI TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-ITEMAN-LE-FIM.
           EXIT.
       U-HISPED.
           OPEN INPUT HISPED
           IF ST-HPD NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO HISPED " ST-HPD
               MOVE "E" TO W-ACHOU
               GO TO U-HISPED-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE HISPED
               GO TO U-HISPED-FIM.
           PERFORM U-HISPED-LE THRU U-HISPED-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE HISPED.
       U-HISPED-FIM.
           EXIT.
       U-HISPED-LE.
           READ HISPED NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGHPD TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-HISPED-LE-FIM.
           EXIT.
       U-HISITE.
           OPEN INPUT HISITE
           IF ST-HIT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO HISITE " ST-HIT
               MOVE "E" TO W-ACHOU
               GO TO U-HISITE-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE HISITE
               GO TO U-HISITE-FIM.
           PERFORM U-HISITE-LE THRU U-HISITE-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE HISITE.
       U-HISITE-FIM.
           EXIT.
       U-HISITE-LE.
           READ HISITE NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGHIT TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-HISITE-LE-FIM.
           EXIT.
       U-HISREC.
           OPEN INPUT HISREC
           IF ST-HRC NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO HISREC " ST-HRC
               MOVE "E" TO W-ACHOU
               GO TO U-HISREC-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE HISREC
               GO TO U-HISREC-FIM.
           PERFORM U-HISREC-LE THRU U-HISREC-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE HISREC.
       U-HISREC-FIM.
           EXIT.
       U-HISREC-LE.
           READ HISREC NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGHRC TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-HISREC-LE-FIM.
           EXIT.
       U-CADVCX.
           OPEN INPUT CADVCX
           IF ST-VCX NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADVCX " ST-VCX
               MOVE "E" TO W-ACHOU
               GO TO U-CADVCX-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADVCX
               GO TO U-CADVCX-FIM.
           PERFORM U-CADVCX-LE THRU U-CADVCX-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADVCX.
       U-CADVCX-FIM.
           EXIT.
       U-CADVCX-LE.
           READ CADVCX NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGVCX TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADVCX-LE-FIM.
           EXIT.
       U-CADFCX.
           OPEN INPUT CADFCX
           IF ST-FCX NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADFCX " ST-FCX
               MOVE "E" TO W-ACHOU
               GO TO U-CADFCX-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADFCX
               GO TO U-CADFCX-FIM.
           PERFORM U-CADFCX-LE THRU U-CADFCX-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADFCX.
       U-CADFCX-FIM.
           EXIT.
       U-CADFCX-LE.
           READ CADFCX NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGFCX TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADFCX-LE-FIM.
           EXIT.
       U-CADCTA.
           OPEN INPUT CADCTA
           IF ST-CTA NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADCTA " ST-CTA
               MOVE "E" TO W-ACHOU
               GO TO U-CADCTA-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADCTA
               GO TO U-CADCTA-FIM.
           PERFORM U-CADCTA-LE THRU U-CADCTA-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADCTA.
       U-CADCTA-FIM.
           EXIT.
       U-CADCTA-LE.
           READ CADCTA NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGCTA TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADCTA-LE-FIM.
           EXIT.
       U-CADDEV.
           OPEN INPUT CADDEV
           IF ST-DEV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADDEV " ST-DEV
               MOVE "E" TO W-ACHOU
               GO TO U-CADDEV-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADDEV
               GO TO U-CADDEV-FIM.
           PERFORM U-CADDEV-LE THRU U-CADDEV-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADDEV.
       U-CADDEV-FIM.
           EXIT.
       U-CADDEV-LE.
           READ CADDEV NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGDEV TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADDEV-LE-FIM.
           EXIT.
       U-CADPRG.
           OPEN INPUT CADPRG
           IF ST-PRG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADPRG " ST-PRG
               MOVE "E" TO W-ACHOU
               GO TO U-CADPRG-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADPRG
               GO TO U-CADPRG-FIM.
           PERFORM U-CADPRG-LE THRU U-CADPRG-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADPRG.
       U-CADPRG-FIM.
           EXIT.
       U-CADPRG-LE.
           READ CADPRG NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGPRG TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADPRG-LE-FIM.
           EXIT.
       U-ITEPRG.
           OPEN INPUT ITEPRG
           IF ST-IPG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ITEPRG " ST-IPG
               MOVE "E" TO W-ACHOU
               GO TO U-ITEPRG-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE ITEPRG
               GO TO U-ITEPRG-FIM.
           PERFORM U-ITEPRG-LE THRU U-ITEPRG-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE ITEPRG.
       U-ITEPRG-FIM.
           EXIT.
       U-ITEPRG-LE.
           READ ITEPRG NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGIPG TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-ITEPRG-LE-FIM.
           EXIT.
       U-CADMET.
           OPEN INPUT CADMET
           IF ST-MET NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADMET " ST-MET
               MOVE "E" TO W-ACHOU
               GO TO U-CADMET-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADMET
               GO TO U-CADMET-FIM.
           PERFORM U-CADMET-LE THRU U-CADMET-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADMET.
       U-CADMET-FIM.
           EXIT.
       U-CADMET-LE.
           READ CADMET NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGMET TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADMET-LE-FIM.
           EXIT.
       U-CADCOB.
           OPEN INPUT CADCOB
           IF ST-COB NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADCOB " ST-COB
               MOVE "E" TO W-ACHOU
               GO TO U-CADCOB-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADCOB
               GO TO U-CADCOB-FIM.
           PERFORM U-CADCOB-LE THRU U-CADCOB-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADCOB.
       U-CADCOB-FIM.
           EXIT.
       U-CADCOB-LE.
           READ CADCOB NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGCOB TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADCOB-LE-FIM.
           EXIT.
       U-CADEMP.
           OPEN INPUT CADEMP
           IF ST-EMP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO CADEMP " ST-EMP
               MOVE "E" TO W-ACHOU
               GO TO U-CADEMP-FIM.
           PERFORM ABRE-BACKUP-U THRU ABRE-BACKUP-U-FIM
           IF W-ACHOU = "E"
               CLOSE CADEMP
               GO TO U-CADEMP-FIM.
           PERFORM U-CADEMP-LE THRU U-CADEMP-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADEMP.
       U-CADEMP-FIM.
           EXIT.
       U-CADEMP-LE.
           READ CADEMP NEXT RECORD
               AT END MOVE "S" TO W-FIM
               NOT AT END
                   MOVE REGEMP TO LINBKP
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       U-CADEMP-LE-FIM.
           EXIT.
      *
      *****************************************
      * ABRE O BACKUP DATADO SOMENTE DEPOIS   *
           IF W-ARQUIVO = "CADSPL"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADSPL THRU R-CADSPL-FIM.
           IF W-ARQUIVO = "CADPAG"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADPAG THRU R-CADPAG-FIM.
           IF W-ARQUIVO = "CADNF"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADNF THRU R-CADNF-FIM.
           IF W-ARQUIVO = "ITENF"
               MOVE "S" TO W-ACHOU
               PERFORM R-ITENF THRU R-ITENF-FIM.
           IF W-ARQUIVO = "CADICMS"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADICMS THRU R-CADICMS-FIM.
           IF W-ARQUIVO = "CADDEP"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADDEP THRU R-CADDEP-FIM.
           IF W-ARQUIVO = "ESTDEP"
               MOVE "S" TO W-ACHOU
               PERFORM R-ESTDEP THRU R-ESTDEP-FIM.
           IF W-ARQUIVO = "CADKIT"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADKIT THRU R-CADKIT-FIM.
           IF W-ARQUIVO = "CADTPR"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADTPR THRU R-CADTPR-FIM.
           IF W-ARQUIVO = "CADAGP"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADAGP THRU R-CADAGP-FIM.
           IF W-ARQUIVO = "CADRCB"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADRCB THRU R-CADRCB-FIM.
           IF W-ARQUIVO = "CADROT"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADROT THRU R-CADROT-FIM.
           IF W-ARQUIVO = "CADMAN"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADMAN THRU R-CADMAN-FIM.
           IF W-ARQUIVO = "ITEMAN"
               MOVE "S" TO W-ACHOU
               PERFORM R-ITEMAN THRU R-ITEMAN-FIM.
           IF W-ARQUIVO = "HISPED"
               MOVE "S" TO W-ACHOU
               PERFORM R-HISPED THRU R-HISPED-FIM.
           IF W-ARQUIVO = "HISITE"
               MOVE "S" TO W-ACHOU
               PERFORM R-HISITE THRU R-HISITE-FIM.
           IF W-ARQUIVO = "HISREC"
               MOVE "S" TO W-ACHOU
               PERFORM R-HISREC THRU R-HISREC-FIM.
           IF W-ARQUIVO = "CADVCX"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADVCX THRU R-CADVCX-FIM.
           IF W-ARQUIVO = "CADFCX"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADFCX THRU R-CADFCX-FIM.
           IF W-ARQUIVO = "CADCTA"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADCTA THRU R-CADCTA-FIM.
           IF W-ARQUIVO = "CADDEV"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADDEV THRU R-CADDEV-FIM.
           IF W-ARQUIVO = "CADPRG"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADPRG THRU R-CADPRG-FIM.
           IF W-ARQUIVO = "ITEPRG"
               MOVE "S" TO W-ACHOU
               PERFORM R-ITEPRG THRU R-ITEPRG-FIM.
           IF W-ARQUIVO = "CADMET"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADMET THRU R-CADMET-FIM.
           IF W-ARQUIVO = "CADCOB"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADCOB THRU R-CADCOB-FIM.
           IF W-ARQUIVO = "CADEMP"
               MOVE "S" TO W-ACHOU
               PERFORM R-CADEMP THRU R-CADEMP-FIM.
           IF W-ACHOU = "N"
               DISPLAY "SGB007 - ARQUIVO DESCONHECIDO: " W-ARQUIVO
               CLOSE ARQBKP
                   ADD 1 TO W-QTDE-LIDA.
       R-CADSPL-LE-FIM.
           EXIT.
       R-CADPAG.
           OPEN OUTPUT CADPAG
           PERFORM R-CADPAG-LE THRU R-CADPAG-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADPAG.
       R-CADPAG-FIM.
           EXIT.
       R-CADPAG-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADPAG-LE-FIM.
           MOVE LINBKP TO REGPAG
           WRITE REGPAG
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADPAG-LE-FIM.
           EXIT.
       R-CADNF.
           OPEN OUTPUT CADNF
           PERFORM R-CADNF-LE THRU R-CADNF-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADNF.
       R-CADNF-FIM.
           EXIT.
       R-CADNF-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADNF-LE-FIM.
           MOVE LINBKP TO REGNF
           WRITE REGNF
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADNF-LE-FIM.
           EXIT.
       R-ITENF.
           OPEN OUTPUT ITENF
           PERFORM R-ITENF-LE THRU R-ITENF-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE ITENF.
       R-ITENF-FIM.
           EXIT.
       R-ITENF-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-ITENF-LE-FIM.
           MOVE LINBKP TO REGINF
           WRITE REGINF
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-ITENF-LE-FIM.
           EXIT.
       R-CADICMS.
           OPEN OUTPUT CADICMS
           PERFORM R-CADICMS-LE THRU R-CADICMS-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADICMS.
       R-CADICMS-FIM.
           EXIT.
       R-CADICMS-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADICMS-LE-FIM.
           MOVE LINBKP TO REGICM
           WRITE REGICM
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADICMS-LE-FIM.
           EXIT.
       R-CADDEP.
           OPEN OUTPUT CADDEP
           PERFORM R-CADDEP-LE THRU R-CADDEP-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADDEP.
       R-CADDEP-FIM.
           EXIT.
       R-CADDEP-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADDEP-LE-FIM.
           MOVE LINBKP TO REGDEP
           WRITE REGDEP
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADDEP-LE-FIM.
           EXIT.
       R-ESTDEP.
           OPEN OUTPUT ESTDEP
           PERFORM R-ESTDEP-LE THRU R-ESTDEP-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE ESTDEP.
       R-ESTDEP-FIM.
           EXIT.
       R-ESTDEP-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-ESTDEP-LE-FIM.
           MOVE LINBKP TO REGESD
           WRITE REGESD
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-ESTDEP-LE-FIM.
           EXIT.
       R-CADKIT.
           OPEN OUTPUT CADKIT
           PERFORM R-CADKIT-LE THRU R-CADKIT-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADKIT.
       R-CADKIT-FIM.
           EXIT.
       R-CADKIT-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADKIT-LE-FIM.
           MOVE LINBKP TO REGKIT
           WRITE REGKIT
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADKIT-LE-FIM.
           EXIT.
       R-CADTPR.
           OPEN OUTPUT CADTPR
           PERFORM R-CADTPR-LE THRU R-CADTPR-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADTPR.
       R-CADTPR-FIM.
           EXIT.
       R-CADTPR-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADTPR-LE-FIM.
           MOVE LINBKP TO REGTPR
           WRITE REGTPR
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADTPR-LE-FIM.
           EXIT.
       R-CADAGP.
           OPEN OUTPUT CADAGP
           PERFORM R-CADAGP-LE THRU R-CADAGP-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADAGP.
       R-CADAGP-FIM.
           EXIT.
       R-CADAGP-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADAGP-LE-FIM.
           MOVE LINBKP TO REGAGP
           WRITE REGAGP
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADAGP-LE-FIM.
           EXIT.
       R-CADRCB.
           OPEN OUTPUT CADRCB
           PERFORM R-CADRCB-LE THRU R-CADRCB-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADRCB.
       R-CADRCB-FIM.
           EXIT.
       R-CADRCB-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADRCB-LE-FIM.
           MOVE LINBKP TO REGRCB
           WRITE REGRCB
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADRCB-LE-FIM.
           EXIT.
       R-CADROT.
           OPEN OUTPUT CADROT
           PERFORM R-CADROT-LE THRU R-CADROT-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADROT.
       R-CADROT-FIM.
           EXIT.
       R-CADROT-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADROT-LE-FIM.
           MOVE LINBKP TO REGROT
           WRITE REGROT
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADROT-LE-FIM.
           EXIT.
       R-CADMAN.
           OPEN OUTPUT CADMAN
           PERFORM R-CADMAN-LE THRU R-CADMAN-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADMAN.
       R-CADMAN-FIM.
           EXIT.
       R-CADMAN-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADMAN-LE-FIM.
           MOVE LINBKP TO REGMAN
           WRITE REGMAN
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADMAN-LE-FIM.
           EXIT.
       R-ITEMAN.
           OPEN OUTPUT ITEMAN
           PERFORM R-ITEMAN-LE THRU R-ITEMAN-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE ITEMAN.
       R-ITEMAN-FIM.
           EXIT.
       R-ITEMAN-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-ITEMAN-LE-FIM.
           MOVE LINBKP TO REGMNI
           WRITE REGMNI
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-ITEMAN-LE-FIM.
           EXIT.
       R-HISPED.
           OPEN OUTPUT HISPED
           PERFORM R-HISPED-LE THRU R-HISPED-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE HISPED.
       R-HISPED-FIM.
           EXIT.
       R-HISPED-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-HISPED-LE-FIM.
           MOVE LINBKP TO REGHPD
           WRITE REGHPD
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-HISPED-LE-FIM.
           EXIT.
       R-HISITE.
           OPEN OUTPUT HISITE
           PERFORM R-HISITE-LE THRU R-HISITE-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE HISITE.
       R-HISITE-FIM.
           EXIT.
       R-HISITE-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-HISITE-LE-FIM.
           MOVE LINBKP TO REGHIT
           WRITE REGHIT
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-HISITE-LE-FIM.
           EXIT.
       R-HISREC.
           OPEN OUTPUT HISREC
           PERFORM R-HISREC-LE THRU R-HISREC-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE HISREC.
       R-HISREC-FIM.
           EXIT.
       R-HISREC-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-HISREC-LE-FIM.
           MOVE LINBKP TO REGHRC
           WRITE REGHRC
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-HISREC-LE-FIM.
           EXIT.
       R-CADVCX.
           OPEN OUTPUT CADVCX
           PERFORM R-CADVCX-LE THRU R-CADVCX-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADVCX.
       R-CADVCX-FIM.
           EXIT.
       R-CADVCX-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADVCX-LE-FIM.
           MOVE LINBKP TO REGVCX
           WRITE REGVCX
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADVCX-LE-FIM.
           EXIT.
       R-CADFCX.
           OPEN OUTPUT CADFCX
           PERFORM R-CADFCX-LE THRU R-CADFCX-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADFCX.
       R-CADFCX-FIM.
           EXIT.
       R-CADFCX-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADFCX-LE-FIM.
           MOVE LINBKP TO REGFCX
           WRITE REGFCX
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADFCX-LE-FIM.
           EXIT.
       R-CADCTA.
           OPEN OUTPUT CADCTA
           PERFORM R-CADCTA-LE THRU R-CADCTA-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADCTA.
       R-CADCTA-FIM.
           EXIT.
       R-CADCTA-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADCTA-LE-FIM.
           MOVE LINBKP TO REGCTA
           WRITE REGCTA
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADCTA-LE-FIM.
           EXIT.
       R-CADDEV.
           OPEN OUTPUT CADDEV
           PERFORM R-CADDEV-LE THRU R-CADDEV-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADDEV.
       R-CADDEV-FIM.
           EXIT.
       R-CADDEV-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADDEV-LE-FIM.
           MOVE LINBKP TO REGDEV
           WRITE REGDEV
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADDEV-LE-FIM.
           EXIT.
       R-CADPRG.
           OPEN OUTPUT CADPRG
           PERFORM R-CADPRG-LE THRU R-CADPRG-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADPRG.
       R-CADPRG-FIM.
           EXIT.
       R-CADPRG-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADPRG-LE-FIM.
           MOVE LINBKP TO REGPRG
           WRITE REGPRG
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADPRG-LE-FIM.
           EXIT.
       R-ITEPRG.
           OPEN OUTPUT ITEPRG
           PERFORM R-ITEPRG-LE THRU R-ITEPRG-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE ITEPRG.
       R-ITEPRG-FIM.
           EXIT.
       R-ITEPRG-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-ITEPRG-LE-FIM.
           MOVE LINBKP TO REGIPG
           WRITE REGIPG
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-ITEPRG-LE-FIM.
           EXIT.
       R-CADMET.
           OPEN OUTPUT CADMET
           PERFORM R-CADMET-LE THRU R-CADMET-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADMET.
       R-CADMET-FIM.
           EXIT.
       R-CADMET-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADMET-LE-FIM.
           MOVE LINBKP TO REGMET
           WRITE REGMET
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADMET-LE-FIM.
           EXIT.
       R-CADCOB.
           OPEN OUTPUT CADCOB
           PERFORM R-CADCOB-LE THRU R-CADCOB-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADCOB.
       R-CADCOB-FIM.
           EXIT.
       R-CADCOB-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADCOB-LE-FIM.
           MOVE LINBKP TO REGCOB
           WRITE REGCOB
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADCOB-LE-FIM.
           EXIT.
       R-CADEMP.
           OPEN OUTPUT CADEMP
           PERFORM R-CADEMP-LE THRU R-CADEMP-LE-FIM
               UNTIL W-FIM = "S"
           CLOSE CADEMP.
       R-CADEMP-FIM.
           EXIT.
       R-CADEMP-LE.
           PERFORM LE-BACKUP THRU LE-BACKUP-FIM
           IF W-FIM = "S" GO TO R-CADEMP-LE-FIM.
           MOVE LINBKP TO REGEMP
           WRITE REGEMP
               INVALID KEY
                   DISPLAY "SGB007 - CHAVE INVALIDA NA RECARGA"
               NOT INVALID KEY
                   ADD 1 TO W-QTDE-LIDA.
       R-CADEMP-LE-FIM.
           EXIT.
