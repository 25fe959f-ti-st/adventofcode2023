      * field capacity master record layout
      * one line per field in day05/field_capacity.txt: the location
      * range the field covers (start inclusive, end exclusive, the
      * same convention location_distribution.txt prints), the field
      * id, and how many units of planting it can take - one unit
      * per location allocated to it.
           01 field-capacity-record.
               02 fc-loc-start pic 9(12).
               02 filler pic x(1).
               02 fc-loc-end pic 9(12).
               02 filler pic x(1).
               02 fc-field-id pic x(8).
               02 filler pic x(1).
               02 fc-capacity pic 9(12).
