      *Programme of study - what a student on the programme must
      *pass to graduate, one record per requirement, keyed on the
      *programme code, the item type, the elective pool and the
      *course so a keyed START at a programme walks all of it. The
      *H item carries the programme title and the minimum total
      *credit hours; an R item is a course that must be passed; a P
      *item is an elective pool with its description and the credit
      *hours that must be passed from it, and each E item puts a
      *course in that pool. Pool and course are blank where an item
      *has none. A course is either required or in one pool, never
      *both, so nothing counts twice.
       01 progrec.
           05 progkey.
               10 progcode           pic x(6).
               10 progitemtype       pic x.
                   88 ProgIsHeader   value "H".
                   88 ProgIsRequired value "R".
                   88 ProgIsPool     value "P".
                   88 ProgIsElective value "E".
               10 progpool           pic x(2).
               10 progcourse         pic x(4).
           05 progtitle              pic x(30).
           05 progcredits            pic 9(3).
