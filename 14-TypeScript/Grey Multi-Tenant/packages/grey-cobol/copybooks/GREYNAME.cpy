      ******************************************************************
      * GREYNAME.cpy - Grey Project Naming Check
      * The rules file every write path hands to NAMING-RULES-LOAD,
      * and what NAMING-RULES-CHECK hands back for one proposed
      * project name: the rules it breaks (rule code plus the detail
      * that broke it) and a conforming name to offer instead. The
      * suggestion is the name itself, tidied, when nothing is wrong.
      ******************************************************************
       01  WS-NAMING-RULES-FILE        PIC X(64)
               VALUE "/tmp/grey_naming_rules.txt".
       01  WS-NAMING-RULE-COUNT        PIC 9(3)   VALUE 0.
      *    The project being named (blank for one not yet created)
      *    and its owner, whose department picks the prefix
       01  WS-NAMING-PROJ-ID           PIC X(64)  VALUE SPACES.
       01  WS-NAMING-OWNER-ID          PIC X(64)  VALUE SPACES.
      *    Length of the name as keyed, trailing blanks included -
      *    zero when the caller only has the padded field
       01  WS-NAMING-NAME-LEN          PIC 9(4)   VALUE 0.
       01  WS-NAMING-RESULT.
           05  WS-NAMING-VIOL-COUNT    PIC 9(2)   VALUE 0.
           05  WS-NAMING-VIOL OCCURS 10 TIMES.
               10  WS-NAMING-VIOL-RULE     PIC X(16).
               10  WS-NAMING-VIOL-DETAIL   PIC X(64).
           05  WS-NAMING-SUGGESTED     PIC X(256).
       01  WS-NAMING-VIOL-IDX          PIC 9(2)   VALUE 0.
