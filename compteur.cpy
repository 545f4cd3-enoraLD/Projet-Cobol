                        PERFORM VERIFIER_STATUT_FICHIER
                END-READ.

        *>Cette méthode réserve d'un coup un bloc de cptBloc ids
        *>consécutifs sur la clé cptCle : le compteur est avancé
        *>d'autant sous verrou et cptValeur ressort avec le premier
        *>id du bloc, que la caisse distribuera elle-même
        RESERVER_BLOC_COMPTEUR.
                OPEN I-O fcompteurs
                PERFORM WITH TEST AFTER
                        UNTIL cr_fcompteurs NOT = 51
                    MOVE cptCle TO co_cle
                    PERFORM LIRE_ET_AVANCER_BLOC
                    IF cr_fcompteurs = 51 THEN
                        DISPLAY "Compteur occupe par une autre ",
                            "caisse, nouvel essai..."
                    END-IF
                END-PERFORM
                CLOSE fcompteurs.

        *>Lecture sous verrou puis avancement du compteur courant
        *>de tout le bloc (le fichier est déjà ouvert)
        LIRE_ET_AVANCER_BLOC.
                READ fcompteurs WITH LOCK
                    INVALID KEY
                        MOVE 1 TO cptValeur
                        MOVE cptBloc TO co_valeur
                        MOVE cptCle TO co_cle
                        WRITE tamp_fcompteur
                        END-WRITE
                        MOVE cr_fcompteurs TO statutFichierOp
                        MOVE "ECRITURE COMPTEUR" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                    NOT INVALID KEY
                        COMPUTE cptValeur = co_valeur + 1
                        ADD cptBloc TO co_valeur
                        REWRITE tamp_fcompteur
                        END-REWRITE
                        MOVE cr_fcompteurs TO statutFichierOp
                        MOVE "MAJ COMPTEUR" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                END-READ.

        *>Cette méthode reconstruit les compteurs à partir des
        *>données : chaque fichier est balayé pour retrouver le plus
        *>haut id déjà distribué par séquence, et tout compteur en
                MOVE "MANQUE" TO cptCle
                MOVE maxIdManque TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "PLAFLANG" TO cptCle
                MOVE maxIdPlafondLang TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "FACTCLI" TO cptCle
                MOVE maxIdFactureCli TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "PRECO" TO cptCle
                MOVE maxIdPrecommande TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "NOTIF" TO cptCle
                MOVE maxIdNotification TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "RECH" TO cptCle
                MOVE maxIdRecherche TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "MVTPTS" TO cptCle
                MOVE maxIdMvtPoints TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "COFFRE" TO cptCle
                MOVE maxIdCoffre TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "OPEBQ" TO cptCle
                MOVE maxIdOpeBq TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "RELEVE" TO cptCle
                MOVE maxIdReleveBq TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "DEROG" TO cptCle
                MOVE maxIdDerog TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "DEFECT" TO cptCle
                MOVE maxIdDefect TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "SALON" TO cptCle
                MOVE maxIdSalon TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                MOVE "IMPUTACPT" TO cptCle
                MOVE maxIdImputAcpt TO ajusteMax
                PERFORM AJUSTER_COMPTEUR
                IF nbCompteursAjustes > 0 THEN
                    DISPLAY nbCompteursAjustes, " compteur(s) ",
                        "remonte(s) au niveau des donnees"
                MOVE 0 TO maxIdEvt
                MOVE 0 TO maxIdDevis
                MOVE 0 TO maxIdManque
                MOVE 0 TO maxIdPlafondLang
                MOVE 0 TO maxIdFactureCli
                MOVE 0 TO maxIdPrecommande
                MOVE 0 TO maxIdNotification
                MOVE 0 TO maxIdRecherche
                MOVE 0 TO maxIdMvtPoints
                MOVE 0 TO maxIdCoffre
                MOVE 0 TO maxIdOpeBq
                MOVE 0 TO maxIdReleveBq
                MOVE 0 TO maxIdDerog
                MOVE 0 TO maxIdDefect
                MOVE 0 TO maxIdSalon
                MOVE 0 TO maxIdImputAcpt

                OPEN INPUT fclients
                MOVE 1 TO Wfin
                            MOVE vm_id TO maxIdManque
                        END-IF
                END-PERFORM
                CLOSE fventesManquees

                OPEN INPUT fplafondsLang
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fplafondsLang NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF pl_id > maxIdPlafondLang THEN
                            MOVE pl_id TO maxIdPlafondLang
                        END-IF
                END-PERFORM
                CLOSE fplafondsLang

                OPEN INPUT ffacturesCli
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ ffacturesCli NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF fe_numero > maxIdFactureCli THEN
                            MOVE fe_numero TO maxIdFactureCli
                        END-IF
                END-PERFORM
                CLOSE ffacturesCli

                OPEN INPUT fprecommandes
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fprecommandes NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF pc_id > maxIdPrecommande THEN
                            MOVE pc_id TO maxIdPrecommande
                        END-IF
                END-PERFORM
                CLOSE fprecommandes

                OPEN INPUT fnotifications
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fnotifications NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF nt_id > maxIdNotification THEN
                            MOVE nt_id TO maxIdNotification
                        END-IF
                END-PERFORM
                CLOSE fnotifications

                OPEN INPUT frecherches
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ frecherches NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF rh_id > maxIdRecherche THEN
                            MOVE rh_id TO maxIdRecherche
                        END-IF
                END-PERFORM
                CLOSE frecherches

                OPEN INPUT fmvtsPoints
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fmvtsPoints NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF mp_id > maxIdMvtPoints THEN
                            MOVE mp_id TO maxIdMvtPoints
                        END-IF
                END-PERFORM
                CLOSE fmvtsPoints

                OPEN INPUT fcoffre
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fcoffre NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF co_id > maxIdCoffre THEN
                            MOVE co_id TO maxIdCoffre
                        END-IF
                END-PERFORM
                CLOSE fcoffre

                OPEN INPUT foperationsBq
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ foperationsBq NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF ob_id > maxIdOpeBq THEN
                            MOVE ob_id TO maxIdOpeBq
                        END-IF
                END-PERFORM
                CLOSE foperationsBq

                OPEN INPUT freleveBq
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ freleveBq NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF bq_id > maxIdReleveBq THEN
                            MOVE bq_id TO maxIdReleveBq
                        END-IF
                END-PERFORM
                CLOSE freleveBq

                OPEN INPUT fderogations
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fderogations NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF dg_id > maxIdDerog THEN
                            MOVE dg_id TO maxIdDerog
                        END-IF
                END-PERFORM
                CLOSE fderogations

                OPEN INPUT fdefectueux
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fdefectueux NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF df_id > maxIdDefect THEN
                            MOVE df_id TO maxIdDefect
                        END-IF
                END-PERFORM
                CLOSE fdefectueux

                OPEN INPUT fsalons
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fsalons NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF sl_id > maxIdSalon THEN
                            MOVE sl_id TO maxIdSalon
                        END-IF
                END-PERFORM
                CLOSE fsalons

                OPEN INPUT fimputAcomptes
                MOVE 1 TO Wfin
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fimputAcomptes NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF ia_id > maxIdImputAcpt THEN
                            MOVE ia_id TO maxIdImputAcpt
                        END-IF
                END-PERFORM
                CLOSE fimputAcomptes.

        *>Cette méthode remonte le compteur cptCle à ajusteMax s'il
        *>est en retard sur les données (ou le crée à ce niveau) :
