        *>Cette méthode gère l'inaltérabilité des ventes : contrôle
        *>de la chaîne des sceaux, consultation des grands totaux
        *>perpétuels et des tickets Z archivés
        GERER_INALTERABILITE.
                MOVE 0 TO choixMenuSceau
                PERFORM WITH TEST AFTER UNTIL choixMenuSceau = 0
                        DISPLAY "   -- INALTERABILITE DES VENTES --"
                        DISPLAY "      -Verifier la chaine (1)"
                        DISPLAY "      -Grands totaux perpetuels (2)"
                        DISPLAY "      -Tickets Z archives (3)"
                        DISPLAY "      -RETOUR (0)"
                        ACCEPT choixMenuSceau
                        EVALUATE choixMenuSceau
                            WHEN 1
                                PERFORM VERIFIER_CHAINE_SCEAUX
                            WHEN 2
                                PERFORM AFFICHER_GRANDS_TOTAUX
                            WHEN 3
                                PERFORM LISTER_TICKETS_Z
                        END-EVALUATE
                END-PERFORM.

        *>Cette méthode calcule dans sceauAccu l'empreinte des
        *>sceauLongueur premiers caractères de sceauTexte, en partant
        *>de la valeur déjà placée dans sceauAccu : chaque caractère
        *>est repris par son rang dans alphabetSceau et mélangé au
        *>cumul modulo un grand nombre premier
        HACHER_TEXTE.
                PERFORM VARYING idxSceau FROM 1 BY 1
                        UNTIL idxSceau > sceauLongueur
                    MOVE 0 TO codeCarSceau
                    INSPECT alphabetSceau TALLYING codeCarSceau
                        FOR CHARACTERS
                        BEFORE INITIAL sceauTexte(idxSceau:1)
                    COMPUTE sceauCalcul =
                        sceauAccu * 131 + codeCarSceau + 1
                    DIVIDE sceauCalcul BY premierSceau
                        GIVING sceauQuotient REMAINDER sceauAccu
                END-PERFORM.

        *>Cette méthode ajoute à sceauEmpreinte l'empreinte de la
        *>ligne de vente courante (tamp_fvente) et la compte dans les
        *>totaux du ticket à sceller ; l'addition modulo le nombre
        *>premier ne dépend pas de l'ordre de relecture des lignes
        CUMULER_LIGNE_SCEAU.
                MOVE fv_id TO slg_id
                MOVE fv_quantite TO slg_quantite
                MOVE fv_prixVente TO slg_prix
                MOVE fv_tauxTva TO slg_taux
                MOVE fv_montantHT TO slg_montantHT
                PERFORM EMPREINTE_LIGNE_SCEAU
                COMPUTE sceauTotalTTC =
                    sceauTotalTTC + fv_prixVente * fv_quantite
                ADD fv_montantHT TO sceauTotalHT.

        *>Empreinte de la ligne préparée dans sceauLigne, ajoutée à
        *>sceauEmpreinte
        EMPREINTE_LIGNE_SCEAU.
                MOVE sceauLigne TO sceauTexte
                MOVE LENGTH OF sceauLigne TO sceauLongueur
                MOVE cleSceau TO sceauAccu
                PERFORM HACHER_TEXTE
                COMPUTE sceauCalcul = sceauEmpreinte + sceauAccu
                DIVIDE sceauCalcul BY premierSceau
                    GIVING sceauQuotient REMAINDER sceauEmpreinte.

        *>Signature du sceau courant (tamp_fsceau), rendue dans
        *>sceauAccu : elle couvre tout le sceau, signature du sceau
        *>précédent comprise
        SIGNER_SCEAU.
                MOVE sg_contenu TO sceauTexte
                MOVE LENGTH OF sg_contenu TO sceauLongueur
                MOVE cleSceau TO sceauAccu
                PERFORM HACHER_TEXTE.

        *>Signature du ticket Z courant (tamp_fgrandTotal), rendue
        *>dans sceauAccu
        SIGNER_Z.
                MOVE gt_contenu TO sceauTexte
                MOVE LENGTH OF gt_contenu TO sceauLongueur
                MOVE cleSceau TO sceauAccu
                PERFORM HACHER_TEXTE.

        *>Cette méthode scelle le ticket qui vient d'être écrit :
        *>l'appelant a positionné sceauTicket (ou sceauVente pour une
        *>commande honorée), sceauDate, sceauHeure, sceauSite,
        *>sceauNbLignes, les totaux et l'empreinte des lignes ; le
        *>sceau prend le rang suivant de la chaîne et la signature
        *>du précédent, lus sous verrou sur la tête de chaîne pour
        *>que deux caisses ne s'y intercalent jamais, puis la vente
        *>est reportée sur les grands totaux perpétuels du site
        SCELLER_TICKET.
                OPEN I-O fgrandsTotaux
                MOVE "C" TO cgt_type
                MOVE 0 TO cgt_site
                MOVE 0 TO cgt_periode
                PERFORM LIRE_GRAND_TOTAL_VERROU
                COMPUTE sg_id = gt_dernierSceau + 1
                MOVE gt_signature TO sg_signaturePrec
                MOVE sceauTicket TO sg_ticket
                MOVE sceauVente TO sg_vente
                MOVE sceauDate TO sg_date
                MOVE sceauHeure TO sg_heure
                MOVE sceauSite TO sg_site
                MOVE operateurConnecte TO sg_operateur
                MOVE sceauNbLignes TO sg_nbLignes
                MOVE sceauTotalTTC TO sg_totalTTC
                MOVE sceauTotalHT TO sg_totalHT
                MOVE sceauEmpreinte TO sg_empreinte
                PERFORM SIGNER_SCEAU
                MOVE sceauAccu TO sg_signature
                OPEN I-O fsceaux
                WRITE tamp_fsceau
                END-WRITE
                MOVE cr_fsceaux TO statutFichierOp
                MOVE "ECRITURE SCEAU" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER
                CLOSE fsceaux
                MOVE sg_id TO gt_dernierSceau
                MOVE sg_signature TO gt_signature
                ACCEPT gt_dateMaj FROM DATE YYYYMMDD
                REWRITE tamp_fgrandTotal
                END-REWRITE
                MOVE cr_fgrandsTotaux TO statutFichierOp
                MOVE "MAJ TETE DE CHAINE" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER

                MOVE "V" TO perpetuelType
                MOVE sceauSite TO perpetuelSite
                MOVE sceauTotalTTC TO perpetuelTTC
                MOVE sceauTotalHT TO perpetuelHT
                PERFORM REPORTER_PERPETUEL
                CLOSE fgrandsTotaux.

        *>Cette méthode reporte un remboursement sur les grands
        *>totaux perpétuels : l'appelant a positionné perpetuelSite,
        *>perpetuelTTC et perpetuelHT
        CUMULER_REMBOURSEMENT_PERPETUEL.
                OPEN I-O fgrandsTotaux
                MOVE "R" TO perpetuelType
                PERFORM REPORTER_PERPETUEL
                CLOSE fgrandsTotaux.

        *>Ajoute le mouvement préparé (perpetuelType) aux totaux
        *>perpétuels du site, fichier déjà ouvert ; ces totaux ne
        *>font que croître, aucune clôture ne les remet à zéro
        REPORTER_PERPETUEL.
                MOVE "P" TO cgt_type
                MOVE perpetuelSite TO cgt_site
                MOVE 0 TO cgt_periode
                PERFORM LIRE_GRAND_TOTAL_VERROU
                IF perpetuelType = "V" THEN
                    ADD perpetuelTTC TO gt_ventesTTC
                    ADD perpetuelHT TO gt_ventesHT
                    ADD 1 TO gt_nbTickets
                ELSE
                    ADD perpetuelTTC TO gt_remboursTTC
                    ADD perpetuelHT TO gt_remboursHT
                    ADD 1 TO gt_nbRembours
                END-IF
                ACCEPT gt_dateMaj FROM DATE YYYYMMDD
                REWRITE tamp_fgrandTotal
                END-REWRITE
                MOVE cr_fgrandsTotaux TO statutFichierOp
                MOVE "MAJ GRANDS TOTAUX" TO statutFichierLibelle
                PERFORM VERIFIER_STATUT_FICHIER.

        *>Lecture sous verrou de l'enregistrement cleGrandTotal
        *>(fichier déjà ouvert) : s'il n'existe pas encore il est
        *>créé à zéro ; si une autre caisse le tient, on attend son
        *>tour en réessayant
        LIRE_GRAND_TOTAL_VERROU.
                PERFORM WITH TEST AFTER
                        UNTIL cr_fgrandsTotaux NOT = 51
                    MOVE cleGrandTotal TO gt_cle
                    READ fgrandsTotaux WITH LOCK
                        INVALID KEY
                            MOVE cleGrandTotal TO gt_cle
                            PERFORM INITIALISER_GRAND_TOTAL
                            WRITE tamp_fgrandTotal
                            END-WRITE
                            MOVE cr_fgrandsTotaux TO statutFichierOp
                            MOVE "ECRITURE GRANDS TOTAUX"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                        NOT INVALID KEY
                            MOVE cr_fgrandsTotaux TO statutFichierOp
                            MOVE "LECTURE GRANDS TOTAUX"
                                TO statutFichierLibelle
                            PERFORM VERIFIER_STATUT_FICHIER
                    END-READ
                    IF cr_fgrandsTotaux = 51 THEN
                        DISPLAY "Grands totaux occupes par une ",
                            "autre caisse, nouvel essai..."
                    END-IF
                END-PERFORM.

        *>Met à zéro tous les cumuls de tamp_fgrandTotal (la clé est
        *>laissée telle quelle)
        INITIALISER_GRAND_TOTAL.
                MOVE 0 TO gt_ventesTTC
                MOVE 0 TO gt_ventesHT
                MOVE 0 TO gt_remboursTTC
                MOVE 0 TO gt_remboursHT
                MOVE 0 TO gt_nbTickets
                MOVE 0 TO gt_nbRembours
                MOVE 0 TO gt_perpVentesTTC
                MOVE 0 TO gt_perpRemboursTTC
                MOVE 0 TO gt_zjRemboursTTC
                MOVE 0 TO gt_zjRemboursHT
                MOVE 0 TO gt_zjNbRembours
                MOVE 0 TO gt_zmRemboursTTC
                MOVE 0 TO gt_zmRemboursHT
                MOVE 0 TO gt_zmNbRembours
                MOVE 0 TO gt_dernierSceau
                MOVE 0 TO gt_dateMaj
                MOVE 0 TO gt_operateur
                MOVE 0 TO gt_signaturePrec
                MOVE 0 TO gt_signature.

        *>Cette méthode archive le ticket Z de la journée clôturée
        *>(dateCloture, filtreSite)
        ARCHIVER_Z_JOUR.
                MOVE "J" TO zType
                MOVE dateCloture TO zPeriode
                MOVE dateCloture TO zDebut
                MOVE dateCloture TO zFin
                MOVE filtreSite TO zFiltreSite
                PERFORM ARCHIVER_Z.

        *>Cette méthode archive le ticket Z du mois qui vient d'être
        *>verrouillé (pv_mois), pour toutes les boutiques
        ARCHIVER_Z_MOIS.
                MOVE "M" TO zType
                MOVE pv_mois TO zPeriode
                COMPUTE zDebut = pv_mois * 100 + 1
                COMPUTE zFin = pv_mois * 100 + 31
                MOVE 0 TO zFiltreSite
                PERFORM ARCHIVER_Z.

        *>Coeur de l'archivage d'un ticket Z (zType, zPeriode,
        *>zDebut, zFin, zFiltreSite) : un Z par boutique ayant des
        *>totaux perpétuels, avec les ventes scellées de la période,
        *>les remboursements passés depuis le Z précédent du même
        *>type, l'état des grands totaux perpétuels et le dernier
        *>sceau de la chaîne ; le Z est signé et n'est jamais
        *>réécrit (une période déjà archivée reste telle quelle)
        ARCHIVER_Z.
                MOVE 0 TO nbSitesZ
                OPEN I-O fgrandsTotaux
                MOVE "P" TO gt_type
                MOVE 0 TO gt_site
                MOVE 0 TO gt_periode
                MOVE 1 TO Wfin
                START fgrandsTotaux KEY IS NOT LESS THAN gt_cle
                    INVALID KEY MOVE 0 TO Wfin
                END-START
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fgrandsTotaux NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF gt_type NOT = "P" THEN
                            MOVE 0 TO Wfin
                        ELSE
                            IF zFiltreSite = 0 OR
                               zFiltreSite = gt_site THEN
                                ADD 1 TO nbSitesZ
                                MOVE gt_site TO zSiteTab(nbSitesZ)
                            END-IF
                        END-IF
                END-PERFORM

                *>Dernier maillon de la chaîne au moment du Z
                MOVE "C" TO gt_type
                MOVE 0 TO gt_site
                MOVE 0 TO gt_periode
                MOVE 0 TO zDernierSceau
                MOVE 0 TO zSignaturePrec
                READ fgrandsTotaux
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                        MOVE gt_dernierSceau TO zDernierSceau
                        MOVE gt_signature TO zSignaturePrec
                END-READ

                PERFORM VARYING idxSiteZ FROM 1 BY 1
                        UNTIL idxSiteZ > nbSitesZ
                    MOVE zSiteTab(idxSiteZ) TO zSite
                    PERFORM ARCHIVER_Z_SITE
                END-PERFORM
                CLOSE fgrandsTotaux.

        *>Archive le Z de la boutique zSite (fichier déjà ouvert)
        ARCHIVER_Z_SITE.
                MOVE zType TO gt_type
                MOVE zSite TO gt_site
                MOVE zPeriode TO gt_periode
                MOVE 0 TO zDejaArchive
                READ fgrandsTotaux
                    INVALID KEY CONTINUE
                    NOT INVALID KEY MOVE 1 TO zDejaArchive
                END-READ
                IF zDejaArchive = 1 THEN
                    DISPLAY "Ticket Z ", zType, " ", zPeriode,
                        " du site ", zSite, " deja archive"
                ELSE
                    PERFORM CUMULER_SCEAUX_PERIODE

                    *>Les remboursements de la période sont l'écart
                    *>des remboursements perpétuels depuis le Z
                    *>précédent du même type, écart qui est ensuite
                    *>ramené à zéro sur les totaux perpétuels
                    MOVE "P" TO cgt_type
                    MOVE zSite TO cgt_site
                    MOVE 0 TO cgt_periode
                    PERFORM LIRE_GRAND_TOTAL_VERROU
                    MOVE gt_ventesTTC TO gt_perpVentesTTC
                    MOVE gt_remboursTTC TO gt_perpRemboursTTC
                    IF zType = "J" THEN
                        COMPUTE zRemboursTTC =
                            gt_remboursTTC - gt_zjRemboursTTC
                        COMPUTE zRemboursHT =
                            gt_remboursHT - gt_zjRemboursHT
                        COMPUTE zNbRembours =
                            gt_nbRembours - gt_zjNbRembours
                        MOVE gt_remboursTTC TO gt_zjRemboursTTC
                        MOVE gt_remboursHT TO gt_zjRemboursHT
                        MOVE gt_nbRembours TO gt_zjNbRembours
                    ELSE
                        COMPUTE zRemboursTTC =
                            gt_remboursTTC - gt_zmRemboursTTC
                        COMPUTE zRemboursHT =
                            gt_remboursHT - gt_zmRemboursHT
                        COMPUTE zNbRembours =
                            gt_nbRembours - gt_zmNbRembours
                        MOVE gt_remboursTTC TO gt_zmRemboursTTC
                        MOVE gt_remboursHT TO gt_zmRemboursHT
                        MOVE gt_nbRembours TO gt_zmNbRembours
                    END-IF
                    ACCEPT gt_dateMaj FROM DATE YYYYMMDD
                    REWRITE tamp_fgrandTotal
                    END-REWRITE
                    MOVE cr_fgrandsTotaux TO statutFichierOp
                    MOVE "MAJ GRANDS TOTAUX" TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER

                    *>Le Z reprend l'instantané perpétuel lu ci-dessus
                    MOVE zType TO gt_type
                    MOVE zSite TO gt_site
                    MOVE zPeriode TO gt_periode
                    MOVE zVentesTTC TO gt_ventesTTC
                    MOVE zVentesHT TO gt_ventesHT
                    MOVE zRemboursTTC TO gt_remboursTTC
                    MOVE zRemboursHT TO gt_remboursHT
                    MOVE zNbTickets TO gt_nbTickets
                    MOVE zNbRembours TO gt_nbRembours
                    MOVE 0 TO gt_zjRemboursTTC
                    MOVE 0 TO gt_zjRemboursHT
                    MOVE 0 TO gt_zjNbRembours
                    MOVE 0 TO gt_zmRemboursTTC
                    MOVE 0 TO gt_zmRemboursHT
                    MOVE 0 TO gt_zmNbRembours
                    MOVE zDernierSceau TO gt_dernierSceau
                    MOVE operateurConnecte TO gt_operateur
                    MOVE zSignaturePrec TO gt_signaturePrec
                    PERFORM SIGNER_Z
                    MOVE sceauAccu TO gt_signature
                    WRITE tamp_fgrandTotal
                    END-WRITE
                    MOVE cr_fgrandsTotaux TO statutFichierOp
                    MOVE "ECRITURE TICKET Z" TO statutFichierLibelle
                    PERFORM VERIFIER_STATUT_FICHIER
                    MOVE gt_ventesTTC TO montantEdite
                    MOVE gt_remboursTTC TO montantEdite2
                    DISPLAY "Ticket Z ", zType, " ", zPeriode,
                        " site ", zSite, " : ventes ", montantEdite,
                        " remboursements ", montantEdite2
                END-IF.

        *>Totalise les sceaux de la boutique zSite datés entre
        *>zDebut et zFin
        CUMULER_SCEAUX_PERIODE.
                MOVE 0 TO zVentesTTC
                MOVE 0 TO zVentesHT
                MOVE 0 TO zNbTickets
                OPEN INPUT fsceaux
                MOVE zDebut TO sg_date
                MOVE 1 TO finSceaux
                START fsceaux KEY IS NOT LESS THAN sg_date
                    INVALID KEY MOVE 0 TO finSceaux
                END-START
                PERFORM WITH TEST AFTER UNTIL finSceaux = 0
                    READ fsceaux NEXT
                    AT END MOVE 0 TO finSceaux
                    NOT AT END
                        IF sg_date > zFin THEN
                            MOVE 0 TO finSceaux
                        ELSE
                            IF sg_site = zSite THEN
                                ADD sg_totalTTC TO zVentesTTC
                                ADD sg_totalHT TO zVentesHT
                                ADD 1 TO zNbTickets
                            END-IF
                        END-IF
                END-PERFORM
                CLOSE fsceaux.

        *>Cette méthode contrôle la chaîne des sceaux et affiche
        *>le résultat
        VERIFIER_CHAINE_SCEAUX.
                PERFORM VERIFIER_CHAINE_SCEAUX_TRAITEMENT
                IF verifNbAnomalies = 0 THEN
                    DISPLAY "Chaine intacte : ", verifNbSceaux,
                        " sceaux et ", verifNbZ, " tickets Z controles"
                ELSE
                    DISPLAY "CHAINE ROMPUE : ", verifNbAnomalies,
                        " anomalie(s), premier maillon casse : ",
                        verifPremierRompu
                END-IF
                DISPLAY "Detail dans sceaux.txt".

        *>Coeur du contrôle, sans aucune saisie (enchaînable en
        *>batch) : chaque sceau doit suivre le précédent sans trou,
        *>porter sa signature, garder la signature de son
        *>prédécesseur et retrouver l'empreinte de ses lignes de
        *>vente (fichier vivant puis archive) ; chaque ticket Z doit
        *>porter sa signature et celle du sceau qu'il couvre ; les
        *>anomalies sont éditées dans sceaux.txt
        VERIFIER_CHAINE_SCEAUX_TRAITEMENT.
                MOVE 0 TO verifNbSceaux
                MOVE 0 TO verifNbAnomalies
                MOVE 0 TO verifNbZ
                MOVE 0 TO verifPremierRompu
                MOVE 0 TO verifSignaturePrec
                MOVE 1 TO verifRangAttendu

                MOVE "sceaux.txt" TO nomRapport
                OPEN OUTPUT frapport
                MOVE "CONTROLE DES SCEAUX" TO rapportTitre
                MOVE "SCEAU        TICKET          ANOMALIE"
                    TO rapportColonnes
                MOVE 0 TO nbLignesEdition
                PERFORM INITIALISER_EDITION

                OPEN INPUT fventes
                OPEN INPUT fventesArchive
                OPEN INPUT fsceaux
                MOVE 1 TO finSceaux
                PERFORM WITH TEST AFTER UNTIL finSceaux = 0
                    READ fsceaux NEXT
                    AT END MOVE 0 TO finSceaux
                    NOT AT END
                        MOVE cr_fsceaux TO statutFichierOp
                        MOVE "LECTURE SCEAU" TO statutFichierLibelle
                        PERFORM VERIFIER_STATUT_FICHIER
                        ADD 1 TO verifNbSceaux
                        PERFORM CONTROLER_SCEAU
                        MOVE sg_signature TO verifSignaturePrec
                        COMPUTE verifRangAttendu = sg_id + 1
                END-PERFORM
                CLOSE fsceaux
                CLOSE fventesArchive
                CLOSE fventes

                *>La tête de chaîne doit pointer sur le dernier sceau
                OPEN INPUT fgrandsTotaux
                MOVE "C" TO gt_type
                MOVE 0 TO gt_site
                MOVE 0 TO gt_periode
                READ fgrandsTotaux
                    INVALID KEY
                        MOVE 0 TO gt_dernierSceau
                        MOVE 0 TO gt_signature
                END-READ
                COMPUTE sceauCalcul = verifRangAttendu - 1
                IF gt_dernierSceau NOT = sceauCalcul OR
                   gt_signature NOT = verifSignaturePrec THEN
                    MOVE gt_dernierSceau TO sg_id
                    MOVE 0 TO sg_ticket
                    MOVE "tete de chaine discordante" TO verifTexte
                    PERFORM SIGNALER_ANOMALIE_SCEAU
                END-IF

                *>Tickets Z : chacun est relu et re-signé
                MOVE "J" TO gt_type
                MOVE 0 TO gt_site
                MOVE 0 TO gt_periode
                MOVE 1 TO Wfin
                START fgrandsTotaux KEY IS NOT LESS THAN gt_cle
                    INVALID KEY MOVE 0 TO Wfin
                END-START
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fgrandsTotaux NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF gt_type = "J" OR gt_type = "M" THEN
                            PERFORM CONTROLER_TICKET_Z
                        END-IF
                END-PERFORM
                CLOSE fgrandsTotaux

                MOVE SPACES TO tamp_frapport
                STRING "Sceaux controles : " DELIMITED BY SIZE
                    verifNbSceaux DELIMITED BY SIZE
                    "  Z : " DELIMITED BY SIZE
                    verifNbZ DELIMITED BY SIZE
                    "  Anomalies : " DELIMITED BY SIZE
                    verifNbAnomalies DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM PIED_EDITION
                CLOSE frapport.

        *>Contrôle du sceau courant (tamp_fsceau) : rang, chaînage,
        *>signature puis empreinte des lignes
        CONTROLER_SCEAU.
                IF sg_id NOT = verifRangAttendu THEN
                    MOVE "sceau manquant avant celui-ci" TO verifTexte
                    PERFORM SIGNALER_ANOMALIE_SCEAU
                END-IF
                IF sg_signaturePrec NOT = verifSignaturePrec THEN
                    MOVE "chainage au precedent casse" TO verifTexte
                    PERFORM SIGNALER_ANOMALIE_SCEAU
                END-IF
                PERFORM SIGNER_SCEAU
                IF sceauAccu NOT = sg_signature THEN
                    MOVE "signature du sceau fausse" TO verifTexte
                    PERFORM SIGNALER_ANOMALIE_SCEAU
                END-IF
                PERFORM RECALCULER_EMPREINTE_SCEAU
                IF verifNbLignes NOT = sg_nbLignes THEN
                    MOVE "ligne(s) de vente manquante(s)" TO verifTexte
                    PERFORM SIGNALER_ANOMALIE_SCEAU
                ELSE
                    IF sceauEmpreinte NOT = sg_empreinte OR
                       sceauTotalTTC NOT = sg_totalTTC OR
                       sceauTotalHT NOT = sg_totalHT THEN
                        MOVE "ligne(s) de vente modifiee(s)"
                            TO verifTexte
                        PERFORM SIGNALER_ANOMALIE_SCEAU
                    END-IF
                END-IF.

        *>Recalcule l'empreinte des lignes du sceau courant : lignes
        *>du ticket dans le fichier vivant, puis dans l'archive à la
        *>date du sceau, puis dans toute l'archive si une ligne
        *>remboursée a été archivée sous une autre date
        RECALCULER_EMPREINTE_SCEAU.
                MOVE 0 TO sceauEmpreinte
                MOVE 0 TO sceauTotalTTC
                MOVE 0 TO sceauTotalHT
                MOVE 0 TO verifNbLignes
                IF sg_ticket = 0 THEN
                    PERFORM RELIRE_COMMANDE_SCEAU
                ELSE
                    MOVE sg_ticket TO fv_ticket
                    MOVE 1 TO Wfin
                    START fventes KEY IS EQUAL TO fv_ticket
                        INVALID KEY MOVE 0 TO Wfin
                    END-START
                    PERFORM UNTIL Wfin = 0
                        READ fventes NEXT
                        AT END MOVE 0 TO Wfin
                        NOT AT END
                            IF fv_ticket NOT = sg_ticket THEN
                                MOVE 0 TO Wfin
                            ELSE
                                PERFORM CUMULER_LIGNE_SCEAU
                                ADD 1 TO verifNbLignes
                            END-IF
                    END-PERFORM
                END-IF
                IF verifNbLignes < sg_nbLignes THEN
                    MOVE sg_date TO fva_dateVente
                    MOVE 1 TO Wfin
                    START fventesArchive
                        KEY IS EQUAL TO fva_dateVente
                        INVALID KEY MOVE 0 TO Wfin
                    END-START
                    PERFORM UNTIL Wfin = 0
                        READ fventesArchive NEXT
                        AT END MOVE 0 TO Wfin
                        NOT AT END
                            IF fva_dateVente NOT = sg_date THEN
                                MOVE 0 TO Wfin
                            ELSE
                                PERFORM CUMULER_ARCHIVE_SCEAU
                            END-IF
                    END-PERFORM
                END-IF
                IF verifNbLignes < sg_nbLignes THEN
                    MOVE 0 TO fva_id
                    MOVE 0 TO fva_statut
                    MOVE 1 TO Wfin
                    START fventesArchive
                        KEY IS NOT LESS THAN fva_cle
                        INVALID KEY MOVE 0 TO Wfin
                    END-START
                    PERFORM UNTIL Wfin = 0
                        READ fventesArchive NEXT
                        AT END MOVE 0 TO Wfin
                        NOT AT END
                            IF fva_dateVente NOT = sg_date THEN
                                PERFORM CUMULER_ARCHIVE_SCEAU
                            END-IF
                    END-PERFORM
                END-IF.

        *>Une commande honorée est scellée seule : sa ligne est
        *>relue par son id, au statut honoré ou remboursé
        RELIRE_COMMANDE_SCEAU.
                MOVE sg_vente TO fv_id
                MOVE 2 TO fv_statut
                READ fventes
                    INVALID KEY
                        MOVE sg_vente TO fv_id
                        MOVE 3 TO fv_statut
                        READ fventes
                            INVALID KEY CONTINUE
                            NOT INVALID KEY
                                PERFORM CUMULER_LIGNE_SCEAU
                                ADD 1 TO verifNbLignes
                        END-READ
                    NOT INVALID KEY
                        PERFORM CUMULER_LIGNE_SCEAU
                        ADD 1 TO verifNbLignes
                END-READ.

        *>Reprend la ligne d'archive courante si elle appartient au
        *>sceau contrôlé
        CUMULER_ARCHIVE_SCEAU.
                IF (sg_ticket NOT = 0 AND fva_ticket = sg_ticket) OR
                   (sg_ticket = 0 AND fva_id = sg_vente AND
                    fva_statut > 1) THEN
                    MOVE fva_id TO fv_id
                    MOVE fva_quantite TO fv_quantite
                    MOVE fva_prixVente TO fv_prixVente
                    MOVE fva_tauxTva TO fv_tauxTva
                    MOVE fva_montantHT TO fv_montantHT
                    PERFORM CUMULER_LIGNE_SCEAU
                    ADD 1 TO verifNbLignes
                END-IF.

        *>Contrôle du ticket Z courant : sa signature, et le sceau
        *>qu'il déclare couvrir
        CONTROLER_TICKET_Z.
                ADD 1 TO verifNbZ
                PERFORM SIGNER_Z
                IF sceauAccu NOT = gt_signature THEN
                    MOVE gt_dernierSceau TO sg_id
                    MOVE 0 TO sg_ticket
                    STRING "Z " DELIMITED BY SIZE
                        gt_type DELIMITED BY SIZE
                        gt_periode DELIMITED BY SIZE
                        " signature fausse" DELIMITED BY SIZE
                        INTO verifTexte
                    END-STRING
                    PERFORM SIGNALER_ANOMALIE_SCEAU
                END-IF
                IF gt_dernierSceau > 0 THEN
                    OPEN INPUT fsceaux
                    MOVE gt_dernierSceau TO sg_id
                    READ fsceaux
                        INVALID KEY MOVE 0 TO sg_signature
                    END-READ
                    CLOSE fsceaux
                    IF sg_signature NOT = gt_signaturePrec THEN
                        MOVE gt_dernierSceau TO sg_id
                        MOVE 0 TO sg_ticket
                        MOVE SPACES TO verifTexte
                        STRING "Z " DELIMITED BY SIZE
                            gt_type DELIMITED BY SIZE
                            gt_periode DELIMITED BY SIZE
                            " hors chaine" DELIMITED BY SIZE
                            INTO verifTexte
                        END-STRING
                        PERFORM SIGNALER_ANOMALIE_SCEAU
                    END-IF
                END-IF.

        *>Edite une anomalie (verifTexte) sur le sceau courant et
        *>retient le premier maillon cassé
        SIGNALER_ANOMALIE_SCEAU.
                ADD 1 TO verifNbAnomalies
                IF verifPremierRompu = 0 THEN
                    MOVE sg_id TO verifPremierRompu
                END-IF
                MOVE SPACES TO tamp_frapport
                STRING sg_id DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    sg_ticket DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    verifTexte DELIMITED BY SIZE
                    INTO tamp_frapport
                END-STRING
                PERFORM ECRIRE_LIGNE_EDITION
                MOVE SPACES TO verifTexte.

        *>Cette méthode affiche les grands totaux perpétuels de
        *>chaque boutique
        AFFICHER_GRANDS_TOTAUX.
                OPEN INPUT fgrandsTotaux
                MOVE "P" TO gt_type
                MOVE 0 TO gt_site
                MOVE 0 TO gt_periode
                MOVE 1 TO Wfin
                START fgrandsTotaux KEY IS NOT LESS THAN gt_cle
                    INVALID KEY MOVE 0 TO Wfin
                END-START
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fgrandsTotaux NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF gt_type NOT = "P" THEN
                            MOVE 0 TO Wfin
                        ELSE
                            DISPLAY "Site ", gt_site, " (maj le ",
                                gt_dateMaj, ")"
                            MOVE gt_ventesTTC TO montantEdite
                            MOVE gt_ventesHT TO montantEdite2
                            DISPLAY "  Ventes TTC ", montantEdite,
                                "  HT ", montantEdite2,
                                "  tickets ", gt_nbTickets
                            MOVE gt_remboursTTC TO montantEdite
                            MOVE gt_remboursHT TO montantEdite2
                            DISPLAY "  Rembours. TTC ", montantEdite,
                                "  HT ", montantEdite2,
                                "  nombre ", gt_nbRembours
                        END-IF
                END-PERFORM
                CLOSE fgrandsTotaux.

        *>Cette méthode liste les tickets Z archivés (jour et mois)
        LISTER_TICKETS_Z.
                OPEN INPUT fgrandsTotaux
                MOVE "J" TO gt_type
                MOVE 0 TO gt_site
                MOVE 0 TO gt_periode
                MOVE 1 TO Wfin
                START fgrandsTotaux KEY IS NOT LESS THAN gt_cle
                    INVALID KEY MOVE 0 TO Wfin
                END-START
                PERFORM WITH TEST AFTER UNTIL Wfin = 0
                    READ fgrandsTotaux NEXT
                    AT END MOVE 0 TO Wfin
                    NOT AT END
                        IF gt_type = "J" OR gt_type = "M" THEN
                            MOVE gt_ventesTTC TO montantEdite
                            MOVE gt_remboursTTC TO montantEdite2
                            DISPLAY "Z ", gt_type, " ", gt_periode,
                                " site ", gt_site,
                                " ventes ", montantEdite,
                                " remb. ", montantEdite2,
                                " sceau ", gt_dernierSceau
                        END-IF
                END-PERFORM
                CLOSE fgrandsTotaux.
