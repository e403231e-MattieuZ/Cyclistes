      *================================================================*
      * REGSEL    - FILE-CONTROL entry for the receipts file.         *
      *             Un recu par reglement encaisse (FCO), numerote    *
      *             dans l'ordre de saisie ; une annulation (cheque   *
      *             rejete, erreur) est un recu negatif qui renvoie au*
      *             recu annule.  Sert au rapprochement bancaire      *
      *             (synthese des recettes de FCR).  La cle           *
      *             alternative CODCOUR donne les recus d'un coureur. *
      *================================================================*
           SELECT REGLEMENT ASSIGN TO 'REGLEMENT.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-NUMERO OF REGLEMENT-REC
               ALTERNATE RECORD KEY IS CODCOUR OF REGLEMENT-REC
                   WITH DUPLICATES
               FILE STATUS IS WREGSTAT.
