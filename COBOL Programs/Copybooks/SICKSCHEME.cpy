      ******************************************************************
      * SICKSCHEME.cpy - SICKSCHEME.DAT company sick-pay scheme
      *                  parameters, one record, shared between
      *                  PayrollRun.cob and AbsenceReport.cob. A
      *                  missing file or zero field takes the scheme
      *                  default noted against it.
      ******************************************************************
       01  SickSchemeRec.
      * Sick days paid in any rolling 365 days; beyond them sick
      * absence is unpaid. Default 10.
           02  SS-PaidDays             PIC 9(3).
      * Working hours in a day, for turning hours lost into days.
      * Default 7.80.
           02  SS-DayHours             PIC 9(2)V99.
      * Contracted hours in a salaried pay period, for pricing an
      * unpaid hour out of salary. Default 162.50.
           02  SS-PeriodHours          PIC 9(3)V99.
      * An uncertified sick spell longer than this many calendar
      * days is not paid and does not use the allowance. Default 2.
           02  SS-MaxUncertDays        PIC 9(2).
      * A sick spell of up to this many days is short-term; this
      * many short-term spells in the rolling year is flagged as
      * frequent. Defaults 3 and 3.
           02  SS-ShortSpellDays       PIC 9(2).
           02  SS-SpellTrigger         PIC 9(2).
